000010* Program: GCJVRFY - decision-trail verification
000020* Language: COBOL
000030* Author: KirarinSnow
000040* Usage: cobc -x thisfile.cob -o exec, then run against the
000050*        HISTMSTR master GCJHLOAD maintains, the CTLFILE rule
000060*        deck and the SESSLOG session ledger GCJ appends to. The
000070*        date range comes in as cards on the PARMFILE deck:
000080*            GCJ_VFY_FROM_DATE / GCJ_VFY_TO_DATE   (YYYYMMDD)
000090*        An unset from-date opens the range at the first date on
000100*        the master; an unset to-date closes it at today. Every
000110*        decision record in the range is decided again from its
000120*        B under the rule that was effective for its run date
000130*        and session, and any record whose QUOT, REM or RESULT
000140*        disagrees is listed on VFYRPT with the rule it should
000150*        have been decided under. The report ends with a per-date
000160*        breakdown, the totals and a sign-off line: VERIFIED when
000170*        every record reconciles, WITHHELD - with RETURN-CODE 8 -
000180*        when any record doesn't or the master can't be read.
000190* Comments: The rules are rebuilt for each run date by the same
000200*           CTLFILE walk GCJ's 1050-1075 paragraphs make, run as
000210*           of that date - first token numeric is the default
000220*           "DIVISOR REMAINDER", anything else is "SESSIONID
000230*           DIVISOR REMAINDER", either with the optional trailing
000240*           effective date. That only answers for past dates if
000250*           CTLFILE keeps its dated history: a superseded rule is
000260*           retired by adding a later-dated record, never by
000270*           editing or deleting the old one.
000280*           The audit trail carries no session, so the session
000290*           that decided each case comes off SESSLOG's case-range
000300*           blocks. A date with no SESSLOG blocks (nights before
000310*           the ledger, or a ledger that wasn't cataloged) is
000320*           checked by inference: a record reconciles if the
000330*           default or any session rule in effect that date gives
000340*           its decision, and is counted as such separately.
000350*
000360* Modification History:
000370* DATE       INIT  DESCRIPTION
000380* 2026-10-15 KS    New program - re-derives the decision trail on
000390*                    HISTMSTR over a date range from B and the
000400*                    effective-dated rules, lists every record
000410*                    that doesn't reconcile and signs the range
000420*                    off, so the dispute desk's "was this decided
000430*                    under the right rule" has a standing answer.
000440
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. GCJVRFY.
000470 AUTHOR. KirarinSnow.
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT HISTORY-MASTER ASSIGN TO "HISTMSTR"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS HIST-KEY
000550         ALTERNATE RECORD KEY IS HIST-CASE-NUMBER
000560             WITH DUPLICATES
000570         FILE STATUS IS history-file-status.
000580     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS control-file-status.
000610     SELECT SESSION-LEDGER ASSIGN TO "SESSLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS ledger-file-status.
000640     SELECT VERIFY-REPORT ASSIGN TO "VFYRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS parm-file-status.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  HISTORY-MASTER
000720     LABEL RECORDS ARE STANDARD
000730     RECORDING MODE IS F.
000740 01  HIST-RECORD.
000750     05  HIST-KEY.
000760         10  HIST-RUN-DATE    PIC 9(8).
000770         10  HIST-CASE-NUMBER PIC 9(9).
000780     05  HIST-B               PIC 9(9).
000790     05  HIST-QUOT            PIC 9(9).
000800     05  HIST-REM             PIC 9(9).
000810     05  HIST-RESULT          PIC X(5).
000820     05  HIST-CORR-FLAG       PIC X(01).
000830     05  HIST-ENTRANT-ID      PIC X(08).
000840     05  HIST-W               PIC 9(9).
000850     05  FILLER               PIC X(05).
000860 FD  CONTROL-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORDING MODE IS F.
000890 01  CONTROL-RECORD       PIC X(99).
000900 FD  SESSION-LEDGER
000910     LABEL RECORDS ARE STANDARD
000920     RECORDING MODE IS F.
000930 01  LEDGER-RECORD.
000940     05  LDG-DATE-TAG         PIC X(05).
000950     05  LDG-DATE             PIC X(08).
000960     05  LDG-SESSION-TAG      PIC X(09).
000970     05  LDG-SESSION          PIC X(08).
000980     05  LDG-FIRST-TAG        PIC X(07).
000990     05  LDG-FIRST            PIC X(09).
001000     05  LDG-LAST-TAG         PIC X(06).
001010     05  LDG-LAST             PIC X(09).
001020     05  LDG-CASES-TAG        PIC X(07).
001030     05  LDG-CASES            PIC X(09).
001040     05  LDG-DIVISOR-TAG      PIC X(09).
001050     05  LDG-DIVISOR          PIC X(09).
001060     05  LDG-BLACKREM-TAG     PIC X(17).
001070     05  LDG-BLACKREM         PIC X(09).
001080     05  FILLER               PIC X(11).
001090 FD  VERIFY-REPORT
001100     LABEL RECORDS ARE STANDARD
001110     RECORDING MODE IS F.
001120 01  VERIFY-RECORD        PIC X(132).
001130 FD  PARM-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORDING MODE IS F.
001160 01  PARM-RECORD          PIC X(80).
001170 WORKING-STORAGE SECTION.
001180 77  history-file-status  PIC X(02).
001190 77  control-file-status  PIC X(02).
001200 77  ledger-file-status   PIC X(02).
001210 77  parm-file-status     PIC X(02).
001220 77  parm-max             PIC 9(9)  VALUE 30.
001230 77  session-rule-max     PIC 9(9)  VALUE 50.
001240 77  ledger-max           PIC 9(9)  VALUE 2000.
001250 01  SWITCHES.
001260     05  MASTER-EOF-SW    PIC X(01)  VALUE "N".
001270         88  MASTER-EOF              VALUE "Y".
001280     05  MASTER-OPEN-SW   PIC X(01)  VALUE "N".
001290         88  MASTER-AVAILABLE        VALUE "Y".
001300     05  CTL-EOF-SW       PIC X(01)  VALUE "N".
001310         88  CTL-EOF                 VALUE "Y".
001320     05  EFF-PARSE-SW     PIC X(01)  VALUE "N".
001330         88  EFF-DATE-OK             VALUE "Y".
001340     05  DUP-RULE-SW      PIC X(01)  VALUE "N".
001350         88  DUP-RULE-FOUND          VALUE "Y".
001360     05  RULE-FOUND-SW    PIC X(01)  VALUE "N".
001370         88  RULE-FOUND              VALUE "Y".
001380     05  LEDGER-EOF-SW    PIC X(01)  VALUE "N".
001390         88  LEDGER-EOF              VALUE "Y".
001400     05  LEDGER-OPEN-SW   PIC X(01)  VALUE "N".
001410         88  LEDGER-CATALOGED        VALUE "Y".
001420     05  DATE-LEDGER-SW   PIC X(01)  VALUE "N".
001430         88  DATE-ON-LEDGER          VALUE "Y".
001440     05  BLOCK-FOUND-SW   PIC X(01)  VALUE "N".
001450         88  BLOCK-FOUND             VALUE "Y".
001460     05  DECISION-SW      PIC X(01)  VALUE "N".
001470         88  DECISION-AGREES         VALUE "Y".
001480     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
001490         88  PARM-EOF                VALUE "Y".
001500     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
001510         88  PARM-FOUND              VALUE "Y".
001520 01  env-text         PIC X(9).
001530 01  parm-count       PIC 9(9)  VALUE ZERO.
001540 01  PARM-TABLE.
001550     05  PARM-ENTRY OCCURS 30 TIMES.
001560         10  pf-key       PIC X(20).
001570         10  pf-value     PIC X(20).
001580 01  parm-idx         PIC 9(9).
001590 01  parm-name        PIC X(20).
001600 01  parm-token-start PIC 9(9).
001610 01  from-date        PIC 9(8)  VALUE ZERO.
001620 01  to-date          PIC 9(8)  VALUE ZERO.
001630*    The CTLFILE parse - the same fields GCJ's 1050-1075 use, with
001640*    RUN-DATE standing for the run date being verified.
001650 01  run-date         PIC 9(8)  VALUE ZERO.
001660 01  ctl-sep          PIC 9(9).
001670 01  token-len        PIC 9(9).
001680 01  token-start      PIC 9(9).
001690 01  divisor-text     PIC X(9)  JUSTIFIED RIGHT.
001700 01  blackrem-text    PIC X(9)  JUSTIFIED RIGHT.
001710 01  effdate-text     PIC X(8).
001720 01  ctl-divisor      PIC 9(9).
001730 01  ctl-blackrem     PIC 9(9).
001740 01  ctl-effdate      PIC 9(8).
001750 01  divisor          PIC 9(9)  VALUE 2.
001760 01  black-remainder  PIC 9(9)  VALUE 1.
001770 01  session-id       PIC X(8).
001780 01  default-divisor  PIC 9(9)  VALUE 2.
001790 01  default-blackrem PIC 9(9)  VALUE 1.
001800 01  default-effdate  PIC 9(8)  VALUE ZERO.
001810 01  session-rule-count PIC 9(9) VALUE ZERO.
001820 01  SESSION-RULE-TABLE.
001830     05  SESSION-RULE-ENTRY OCCURS 50 TIMES.
001840         10  sr-id        PIC X(8).
001850         10  sr-divisor   PIC 9(9).
001860         10  sr-blackrem  PIC 9(9).
001870         10  sr-effdate   PIC 9(8).
001880 01  rule-idx         PIC 9(9).
001890 01  dup-rule-idx     PIC 9(9).
001900 01  found-rule-idx   PIC 9(9).
001910*    SESSLOG blocks inside the date range, in ledger order.
001920 01  ledger-count     PIC 9(9)  VALUE ZERO.
001930 01  ledger-overflow  PIC 9(9)  VALUE ZERO.
001940 01  ledger-unreadable PIC 9(9) VALUE ZERO.
001950 01  LEDGER-TABLE.
001960     05  LEDGER-ENTRY OCCURS 2000 TIMES.
001970         10  lt-date      PIC 9(8).
001980         10  lt-session   PIC X(8).
001990         10  lt-first     PIC 9(9).
002000         10  lt-last      PIC 9(9).
002010         10  lt-divisor   PIC 9(9).
002020         10  lt-blackrem  PIC 9(9).
002030 01  ledger-idx       PIC 9(9).
002040 01  block-idx        PIC 9(9)  VALUE ZERO.
002050*    The rule the record is checked under and what it gives.
002060 01  use-divisor      PIC 9(9).
002070 01  use-blackrem     PIC 9(9).
002080 01  use-effdate      PIC 9(8).
002090 01  use-rule-text    PIC X(50).
002100 01  exp-quot         PIC 9(9).
002110 01  exp-rem          PIC 9(9).
002120 01  exp-result       PIC X(5).
002130 01  logged-text      PIC X(40).
002140 01  vfy-corr-tag     PIC X(7).
002150 01  vfy-entrant-tag  PIC X(17).
002160 01  current-date     PIC 9(8)  VALUE ZERO.
002170 01  fmt-number       PIC 9(9).
002180 01  cstr             PIC X(9).
002190 01  cstart           PIC 9(9).
002200 01  cend             PIC 9(9).
002210 01  ledger-flag-text PIC X(3).
002220 01  date-count       PIC 9(9)  VALUE ZERO.
002230 01  date-records     PIC 9(9)  VALUE ZERO.
002240 01  date-reconciled  PIC 9(9)  VALUE ZERO.
002250 01  date-inferred    PIC 9(9)  VALUE ZERO.
002260 01  date-exceptions  PIC 9(9)  VALUE ZERO.
002270 01  record-count     PIC 9(9)  VALUE ZERO.
002280 01  reconciled-count PIC 9(9)  VALUE ZERO.
002290 01  inferred-count   PIC 9(9)  VALUE ZERO.
002300 01  exception-count  PIC 9(9)  VALUE ZERO.
002310 01  verified-count   PIC 9(9)  VALUE ZERO.
002320 01  b-hash           PIC 9(12) VALUE ZERO.
002330 PROCEDURE DIVISION.
002340 0000-MAINLINE.
002350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002360     PERFORM 2000-VERIFY-RECORDS THRU 2000-EXIT
002370     PERFORM 2800-WRITE-DATE-TOTALS THRU 2800-EXIT
002380     PERFORM 2900-WRITE-SIGN-OFF THRU 2900-EXIT
002390     PERFORM 9000-TERMINATE THRU 9000-EXIT
002400     IF exception-count > 0 OR NOT MASTER-AVAILABLE
002410         MOVE 8 TO RETURN-CODE
002420     END-IF
002430     STOP RUN.
002440*----------------------------------------------------------------
002450* 1000-INITIALIZE - fix the date range, load the session ledger
002460*                   for it, open the master and position it at
002470*                   the from-date.
002480*----------------------------------------------------------------
002490 1000-INITIALIZE.
002500     OPEN OUTPUT VERIFY-REPORT
002510     ACCEPT to-date FROM DATE YYYYMMDD
002520     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
002530     MOVE "GCJ_VFY_FROM_DATE" TO parm-name
002540     PERFORM 1820-GET-PARM THRU 1820-EXIT
002550     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
002560         MOVE env-text(1:8) TO from-date
002570     END-IF
002580     MOVE "GCJ_VFY_TO_DATE" TO parm-name
002590     PERFORM 1820-GET-PARM THRU 1820-EXIT
002600     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
002610         MOVE env-text(1:8) TO to-date
002620     END-IF
002630     MOVE SPACES TO VERIFY-RECORD
002640     STRING "DECISION TRAIL VERIFICATION FROM " DELIMITED BY SIZE
002650            from-date DELIMITED BY SIZE
002660            " TO " DELIMITED BY SIZE
002670            to-date DELIMITED BY SIZE
002680            INTO VERIFY-RECORD
002690     END-STRING
002700     WRITE VERIFY-RECORD
002710     PERFORM 1200-LOAD-LEDGER THRU 1200-EXIT
002720     OPEN INPUT HISTORY-MASTER
002730     IF history-file-status NOT = "00"
002740         MOVE SPACES TO VERIFY-RECORD
002750         STRING "HISTORY MASTER UNAVAILABLE - STATUS="
002760                DELIMITED BY SIZE
002770                history-file-status DELIMITED BY SIZE
002780                " - NOTHING VERIFIED" DELIMITED BY SIZE
002790                INTO VERIFY-RECORD
002800         END-STRING
002810         WRITE VERIFY-RECORD
002820         SET MASTER-EOF TO TRUE
002830         GO TO 1000-EXIT
002840     END-IF
002850     SET MASTER-AVAILABLE TO TRUE
002860     MOVE from-date TO HIST-RUN-DATE
002870     MOVE 0 TO HIST-CASE-NUMBER
002880     START HISTORY-MASTER KEY NOT < HIST-KEY
002890         INVALID KEY
002900             SET MASTER-EOF TO TRUE
002910     END-START.
002920 1000-EXIT.
002930     EXIT.
002940*----------------------------------------------------------------
002950* 1200-LOAD-LEDGER - the SESSLOG blocks dated inside the range
002960*                    into the ledger table. A ledger that isn't
002970*                    cataloged isn't a failure - every date is
002980*                    then checked by inference, and the report
002990*                    says so. Blocks past the table and lines
003000*                    that don't read as ledger lines are counted
003010*                    and reported; their cases fall back to
003020*                    inference too.
003030*----------------------------------------------------------------
003040 1200-LOAD-LEDGER.
003050     OPEN INPUT SESSION-LEDGER
003060     IF ledger-file-status NOT = "00"
003070         MOVE SPACES TO VERIFY-RECORD
003080         STRING "NO SESSLOG CATALOGED (STATUS=" DELIMITED BY SIZE
003090                ledger-file-status DELIMITED BY SIZE
003100                ") - EVERY DATE CHECKED BY INFERENCE"
003110                DELIMITED BY SIZE
003120                INTO VERIFY-RECORD
003130         END-STRING
003140         WRITE VERIFY-RECORD
003150         GO TO 1200-EXIT
003160     END-IF
003170     SET LEDGER-CATALOGED TO TRUE
003180     PERFORM 1210-LOAD-ONE-BLOCK THRU 1210-EXIT
003190         UNTIL LEDGER-EOF
003200     CLOSE SESSION-LEDGER
003210     MOVE SPACES TO VERIFY-RECORD
003220     STRING "SESSLOG BLOCKS IN RANGE=" DELIMITED BY SIZE
003230            ledger-count DELIMITED BY SIZE
003240            " PAST TABLE=" DELIMITED BY SIZE
003250            ledger-overflow DELIMITED BY SIZE
003260            " UNREADABLE=" DELIMITED BY SIZE
003270            ledger-unreadable DELIMITED BY SIZE
003280            INTO VERIFY-RECORD
003290     END-STRING
003300     WRITE VERIFY-RECORD.
003310 1200-EXIT.
003320     EXIT.
003330 1210-LOAD-ONE-BLOCK.
003340     READ SESSION-LEDGER
003350         AT END
003360             SET LEDGER-EOF TO TRUE
003370             GO TO 1210-EXIT
003380     END-READ
003390     IF LDG-DATE-TAG NOT = "DATE="
003400             OR LDG-SESSION-TAG NOT = " SESSION="
003410             OR LDG-DATE IS NOT NUMERIC
003420             OR LDG-FIRST IS NOT NUMERIC
003430             OR LDG-LAST IS NOT NUMERIC
003440             OR LDG-DIVISOR IS NOT NUMERIC
003450             OR LDG-BLACKREM IS NOT NUMERIC
003460         ADD 1 TO ledger-unreadable
003470         GO TO 1210-EXIT
003480     END-IF
003490     IF LDG-DATE < from-date OR LDG-DATE > to-date
003500         GO TO 1210-EXIT
003510     END-IF
003520     IF ledger-count NOT < ledger-max
003530         ADD 1 TO ledger-overflow
003540         GO TO 1210-EXIT
003550     END-IF
003560     ADD 1 TO ledger-count
003570     MOVE LDG-DATE TO lt-date(ledger-count)
003580     MOVE LDG-SESSION TO lt-session(ledger-count)
003590     MOVE LDG-FIRST TO lt-first(ledger-count)
003600     MOVE LDG-LAST TO lt-last(ledger-count)
003610     MOVE LDG-DIVISOR TO lt-divisor(ledger-count)
003620     MOVE LDG-BLACKREM TO lt-blackrem(ledger-count).
003630 1210-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
003670*                       table, one "KEYWORD VALUE" card per
003680*                       record, blank and *-comment cards passed
003690*                       by; a deck that isn't cataloged leaves
003700*                       every parameter at its default. Same
003710*                       deck-and-lookup shape as GCJ's.
003720*----------------------------------------------------------------
003730 1800-LOAD-PARM-FILE.
003740     MOVE 0 TO parm-count
003750     MOVE "N" TO PARM-EOF-SW
003760     OPEN INPUT PARM-FILE
003770     IF parm-file-status NOT = "00"
003780         GO TO 1800-EXIT
003790     END-IF
003800     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
003810         UNTIL PARM-EOF
003820     CLOSE PARM-FILE.
003830 1800-EXIT.
003840     EXIT.
003850 1810-LOAD-ONE-PARM.
003860     READ PARM-FILE
003870         AT END
003880             SET PARM-EOF TO TRUE
003890             GO TO 1810-EXIT
003900     END-READ
003910     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
003920         GO TO 1810-EXIT
003930     END-IF
003940     IF parm-count NOT < parm-max
003950         GO TO 1810-EXIT
003960     END-IF
003970     MOVE 0 TO token-len
003980     INSPECT PARM-RECORD TALLYING token-len
003990         FOR CHARACTERS BEFORE INITIAL SPACE
004000     IF token-len = 0 OR token-len > 20
004010         GO TO 1810-EXIT
004020     END-IF
004030     ADD 1 TO parm-count
004040     MOVE SPACES TO pf-key(parm-count)
004050     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
004060     MOVE SPACES TO pf-value(parm-count)
004070     COMPUTE parm-token-start = token-len + 2
004080     IF parm-token-start > 80
004090         GO TO 1810-EXIT
004100     END-IF
004110     MOVE 0 TO token-len
004120     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
004130         FOR CHARACTERS BEFORE INITIAL SPACE
004140     IF token-len = 0 OR token-len > 20
004150         GO TO 1810-EXIT
004160     END-IF
004170     MOVE PARM-RECORD(parm-token-start:token-len)
004180         TO pf-value(parm-count).
004190 1810-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220* 1820-GET-PARM - the card PARM-NAME names, its value into
004230*                 ENV-TEXT; spaces when the deck doesn't carry
004240*                 it.
004250*----------------------------------------------------------------
004260 1820-GET-PARM.
004270     MOVE SPACES TO env-text
004280     MOVE "N" TO PARM-FOUND-SW
004290     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
004300         VARYING parm-idx FROM 1 BY 1
004310         UNTIL PARM-FOUND OR parm-idx > parm-count.
004320 1820-EXIT.
004330     EXIT.
004340 1830-MATCH-ONE-PARM.
004350     IF pf-key(parm-idx) = parm-name
004360         SET PARM-FOUND TO TRUE
004370         MOVE pf-value(parm-idx) TO env-text
004380     END-IF.
004390 1830-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------
004420* 2000-VERIFY-RECORDS - read forward from the from-date until
004430*                       the to-date is passed, one verdict per
004440*                       decision record.
004450*----------------------------------------------------------------
004460 2000-VERIFY-RECORDS.
004470     PERFORM 2100-VERIFY-ONE-RECORD THRU 2100-EXIT
004480         UNTIL MASTER-EOF.
004490 2000-EXIT.
004500     EXIT.
004510 2100-VERIFY-ONE-RECORD.
004520     READ HISTORY-MASTER NEXT RECORD
004530         AT END
004540             SET MASTER-EOF TO TRUE
004550             GO TO 2100-EXIT
004560     END-READ
004570     IF HIST-RUN-DATE > to-date
004580         SET MASTER-EOF TO TRUE
004590         GO TO 2100-EXIT
004600     END-IF
004610     IF HIST-RUN-DATE NOT = current-date
004620         PERFORM 2200-START-RUN-DATE THRU 2200-EXIT
004630     END-IF
004640     ADD 1 TO record-count
004650     ADD 1 TO date-records
004660     ADD HIST-B TO b-hash
004670     MOVE "N" TO BLOCK-FOUND-SW
004680     IF DATE-ON-LEDGER
004690         PERFORM 2300-FIND-SESSION-BLOCK THRU 2300-EXIT
004700     END-IF
004710     IF BLOCK-FOUND
004720         PERFORM 2400-PICK-SESSION-RULE THRU 2400-EXIT
004730         PERFORM 2500-DERIVE-DECISION THRU 2500-EXIT
004740         IF DECISION-AGREES
004750             ADD 1 TO reconciled-count
004760             ADD 1 TO date-reconciled
004770             GO TO 2100-EXIT
004780         END-IF
004790         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
004800         GO TO 2100-EXIT
004810     END-IF
004820     PERFORM 2600-INFER-RULE THRU 2600-EXIT
004830     IF DECISION-AGREES
004840         ADD 1 TO inferred-count
004850         ADD 1 TO date-inferred
004860         GO TO 2100-EXIT
004870     END-IF
004880*    Nothing on file fits. The default is what a case outside
004890*    every ledger block would have been decided under, so that is
004900*    the rule the exception names.
004910     PERFORM 2610-USE-DEFAULT-RULE THRU 2610-EXIT
004920     PERFORM 2500-DERIVE-DECISION THRU 2500-EXIT
004930     PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT.
004940 2100-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------
004970* 2200-START-RUN-DATE - a new run date came up on the master.
004980*                       Close the last date's line, rebuild the
004990*                       rule set as of the new date from CTLFILE,
005000*                       and note whether SESSLOG has any blocks
005010*                       for it.
005020*----------------------------------------------------------------
005030 2200-START-RUN-DATE.
005040     IF current-date > 0
005050         PERFORM 2800-WRITE-DATE-TOTALS THRU 2800-EXIT
005060     END-IF
005070     MOVE HIST-RUN-DATE TO current-date
005080     MOVE HIST-RUN-DATE TO run-date
005090     ADD 1 TO date-count
005100     MOVE 0 TO date-records
005110     MOVE 0 TO date-reconciled
005120     MOVE 0 TO date-inferred
005130     MOVE 0 TO date-exceptions
005140     MOVE 0 TO block-idx
005150     PERFORM 3050-READ-CONTROL-FILE THRU 3050-EXIT
005160     MOVE "N" TO DATE-LEDGER-SW
005170     PERFORM 2210-MATCH-LEDGER-DATE THRU 2210-EXIT
005180         VARYING ledger-idx FROM 1 BY 1
005190         UNTIL DATE-ON-LEDGER OR ledger-idx > ledger-count.
005200 2200-EXIT.
005210     EXIT.
005220 2210-MATCH-LEDGER-DATE.
005230     IF lt-date(ledger-idx) = current-date
005240         SET DATE-ON-LEDGER TO TRUE
005250     END-IF.
005260 2210-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------
005290* 2300-FIND-SESSION-BLOCK - the SESSLOG block whose case range
005300*                           holds this record's case. Cases come
005310*                           off the master in order, so the block
005320*                           that answered last time is tried
005330*                           first and the table is only searched
005340*                           when the run crosses a block boundary.
005350*                           A restarted night logs its finished
005360*                           blocks twice with the same range; the
005370*                           first one found answers.
005380*----------------------------------------------------------------
005390 2300-FIND-SESSION-BLOCK.
005400     IF block-idx > 0
005410         IF lt-date(block-idx) = current-date
005420                 AND HIST-CASE-NUMBER NOT < lt-first(block-idx)
005430                 AND HIST-CASE-NUMBER NOT > lt-last(block-idx)
005440             SET BLOCK-FOUND TO TRUE
005450             GO TO 2300-EXIT
005460         END-IF
005470     END-IF
005480     MOVE 0 TO block-idx
005490     PERFORM 2310-MATCH-BLOCK THRU 2310-EXIT
005500         VARYING ledger-idx FROM 1 BY 1
005510         UNTIL BLOCK-FOUND OR ledger-idx > ledger-count.
005520 2300-EXIT.
005530     EXIT.
005540 2310-MATCH-BLOCK.
005550     IF lt-date(ledger-idx) = current-date
005560             AND HIST-CASE-NUMBER NOT < lt-first(ledger-idx)
005570             AND HIST-CASE-NUMBER NOT > lt-last(ledger-idx)
005580         SET BLOCK-FOUND TO TRUE
005590         MOVE ledger-idx TO block-idx
005600     END-IF.
005610 2310-EXIT.
005620     EXIT.
005630*----------------------------------------------------------------
005640* 2400-PICK-SESSION-RULE - the rule the block's session should
005650*                          have decided under as of the run date:
005660*                          its own CTLFILE rule, or the default
005670*                          when it has none (or when the block ran
005680*                          before any session marker).
005690*----------------------------------------------------------------
005700 2400-PICK-SESSION-RULE.
005710     IF lt-session(block-idx) = SPACES
005720         PERFORM 2610-USE-DEFAULT-RULE THRU 2610-EXIT
005730         GO TO 2400-EXIT
005740     END-IF
005750     MOVE lt-session(block-idx) TO session-id
005760     MOVE "N" TO RULE-FOUND-SW
005770     PERFORM 2410-MATCH-SESSION-RULE THRU 2410-EXIT
005780         VARYING rule-idx FROM 1 BY 1
005790         UNTIL RULE-FOUND OR rule-idx > session-rule-count
005800     IF NOT RULE-FOUND
005810         MOVE default-divisor TO use-divisor
005820         MOVE default-blackrem TO use-blackrem
005830         MOVE default-effdate TO use-effdate
005840         MOVE SPACES TO use-rule-text
005850         STRING "DEFAULT RULE - SESSION " DELIMITED BY SIZE
005860                session-id DELIMITED BY SPACE
005870                " HAS NO RULE ON CTLFILE" DELIMITED BY SIZE
005880                INTO use-rule-text
005890         END-STRING
005900         GO TO 2400-EXIT
005910     END-IF
005920     MOVE sr-divisor(found-rule-idx) TO use-divisor
005930     MOVE sr-blackrem(found-rule-idx) TO use-blackrem
005940     MOVE sr-effdate(found-rule-idx) TO use-effdate
005950     MOVE SPACES TO use-rule-text
005960     STRING "SESSION " DELIMITED BY SIZE
005970            session-id DELIMITED BY SPACE
005980            " RULE" DELIMITED BY SIZE
005990            INTO use-rule-text
006000     END-STRING.
006010 2400-EXIT.
006020     EXIT.
006030 2410-MATCH-SESSION-RULE.
006040     IF sr-id(rule-idx) = session-id
006050         SET RULE-FOUND TO TRUE
006060         MOVE rule-idx TO found-rule-idx
006070     END-IF.
006080 2410-EXIT.
006090     EXIT.
006100*----------------------------------------------------------------
006110* 2500-DERIVE-DECISION - decide B again under the USE- rule, the
006120*                        same DIVIDE GCJ makes, and hold the
006130*                        answer up against the recorded one.
006140*----------------------------------------------------------------
006150 2500-DERIVE-DECISION.
006160     DIVIDE HIST-B BY use-divisor GIVING exp-quot
006170         REMAINDER exp-rem
006180     IF exp-rem = use-blackrem
006190         MOVE "BLACK" TO exp-result
006200     ELSE
006210         MOVE "WHITE" TO exp-result
006220     END-IF
006230     MOVE "N" TO DECISION-SW
006240     IF exp-quot = HIST-QUOT AND exp-rem = HIST-REM
006250             AND exp-result = HIST-RESULT
006260         SET DECISION-AGREES TO TRUE
006270     END-IF.
006280 2500-EXIT.
006290     EXIT.
006300*----------------------------------------------------------------
006310* 2600-INFER-RULE - no SESSLOG block names this case's session,
006320*                   so try the default and then every session
006330*                   rule in effect on the run date; the first one
006340*                   that gives the recorded decision reconciles
006350*                   it.
006360*----------------------------------------------------------------
006370 2600-INFER-RULE.
006380     PERFORM 2610-USE-DEFAULT-RULE THRU 2610-EXIT
006390     PERFORM 2500-DERIVE-DECISION THRU 2500-EXIT
006400     IF DECISION-AGREES
006410         GO TO 2600-EXIT
006420     END-IF
006430     PERFORM 2620-TRY-SESSION-RULE THRU 2620-EXIT
006440         VARYING rule-idx FROM 1 BY 1
006450         UNTIL DECISION-AGREES OR rule-idx > session-rule-count.
006460 2600-EXIT.
006470     EXIT.
006480 2610-USE-DEFAULT-RULE.
006490     MOVE default-divisor TO use-divisor
006500     MOVE default-blackrem TO use-blackrem
006510     MOVE default-effdate TO use-effdate
006520     MOVE "DEFAULT RULE" TO use-rule-text.
006530 2610-EXIT.
006540     EXIT.
006550 2620-TRY-SESSION-RULE.
006560     MOVE sr-divisor(rule-idx) TO use-divisor
006570     MOVE sr-blackrem(rule-idx) TO use-blackrem
006580     MOVE sr-effdate(rule-idx) TO use-effdate
006590     PERFORM 2500-DERIVE-DECISION THRU 2500-EXIT.
006600 2620-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------
006630* 2700-WRITE-EXCEPTION - a record that doesn't reconcile: what the
006640*                        trail says, what it should say, and the
006650*                        rule it should have been decided under.
006660*                        Where SESSLOG logged a different rule for
006670*                        the block than CTLFILE gives now, both
006680*                        show - that is a rule history edited
006690*                        after the night, not a bad decision.
006700*----------------------------------------------------------------
006710 2700-WRITE-EXCEPTION.
006720     ADD 1 TO exception-count
006730     ADD 1 TO date-exceptions
006740     MOVE HIST-CASE-NUMBER TO fmt-number
006750     PERFORM 2750-FORMAT-CASE-NUMBER THRU 2750-EXIT
006760     MOVE SPACES TO vfy-corr-tag
006770     IF HIST-CORR-FLAG = "Y"
006780         MOVE " CORR=Y" TO vfy-corr-tag
006790     END-IF
006800     MOVE SPACES TO vfy-entrant-tag
006810     IF HIST-ENTRANT-ID NOT = SPACES
006820         STRING " ENTRANT=" DELIMITED BY SIZE
006830                HIST-ENTRANT-ID DELIMITED BY SPACE
006840                INTO vfy-entrant-tag
006850         END-STRING
006860     END-IF
006870     MOVE SPACES TO VERIFY-RECORD
006880     STRING "EXCEPTION DATE=" DELIMITED BY SIZE
006890            HIST-RUN-DATE DELIMITED BY SIZE
006900            " CASE #" DELIMITED BY SIZE
006910            cstr(cstart:cend) DELIMITED BY SIZE
006920            " B=" DELIMITED BY SIZE
006930            HIST-B DELIMITED BY SIZE
006940            " QUOT=" DELIMITED BY SIZE
006950            HIST-QUOT DELIMITED BY SIZE
006960            " REM=" DELIMITED BY SIZE
006970            HIST-REM DELIMITED BY SIZE
006980            " RESULT=" DELIMITED BY SIZE
006990            HIST-RESULT DELIMITED BY SIZE
007000            vfy-corr-tag DELIMITED BY SIZE
007010            vfy-entrant-tag DELIMITED BY SIZE
007020            INTO VERIFY-RECORD
007030     END-STRING
007040     WRITE VERIFY-RECORD
007050     MOVE SPACES TO VERIFY-RECORD
007060     STRING "    SHOULD BE QUOT=" DELIMITED BY SIZE
007070            exp-quot DELIMITED BY SIZE
007080            " REM=" DELIMITED BY SIZE
007090            exp-rem DELIMITED BY SIZE
007100            " RESULT=" DELIMITED BY SIZE
007110            exp-result DELIMITED BY SIZE
007120            " UNDER " DELIMITED BY SIZE
007130            use-rule-text DELIMITED BY "  "
007140            INTO VERIFY-RECORD
007150     END-STRING
007160     WRITE VERIFY-RECORD
007170     MOVE SPACES TO logged-text
007180     IF BLOCK-FOUND
007190         IF lt-divisor(block-idx) NOT = use-divisor
007200                 OR lt-blackrem(block-idx) NOT = use-blackrem
007210             STRING " - RUN LOGGED " DELIMITED BY SIZE
007220                    lt-divisor(block-idx) DELIMITED BY SIZE
007230                    "/" DELIMITED BY SIZE
007240                    lt-blackrem(block-idx) DELIMITED BY SIZE
007250                    INTO logged-text
007260             END-STRING
007270         END-IF
007280     END-IF
007290     IF NOT BLOCK-FOUND
007300         MOVE " - NO SESSLOG BLOCK, NO RULE FITS" TO logged-text
007310     END-IF
007320     MOVE SPACES TO VERIFY-RECORD
007330     STRING "    RULE DIVISOR=" DELIMITED BY SIZE
007340            use-divisor DELIMITED BY SIZE
007350            " BLACK-REMAINDER=" DELIMITED BY SIZE
007360            use-blackrem DELIMITED BY SIZE
007370            " EFFECTIVE=" DELIMITED BY SIZE
007380            use-effdate DELIMITED BY SIZE
007390            logged-text DELIMITED BY SIZE
007400            INTO VERIFY-RECORD
007410     END-STRING
007420     WRITE VERIFY-RECORD.
007430 2700-EXIT.
007440     EXIT.
007450*----------------------------------------------------------------
007460* 2750-FORMAT-CASE-NUMBER - build the un-padded digit string for
007470*                           a "CASE #" label out of FMT-NUMBER,
007480*                           same technique as GCJ.
007490*----------------------------------------------------------------
007500 2750-FORMAT-CASE-NUMBER.
007510     MOVE fmt-number TO cstr
007520     MOVE 1 TO cstart
007530     INSPECT fmt-number TALLYING cstart FOR LEADING ZEROS
007540     SUBTRACT cstart FROM 10 GIVING cend.
007550 2750-EXIT.
007560     EXIT.
007570*----------------------------------------------------------------
007580* 2800-WRITE-DATE-TOTALS - one line per run date verified, with
007590*                          whether SESSLOG named its sessions or
007600*                          the date went by inference.
007610*----------------------------------------------------------------
007620 2800-WRITE-DATE-TOTALS.
007630     IF current-date = 0
007640         GO TO 2800-EXIT
007650     END-IF
007660     MOVE "NO " TO ledger-flag-text
007670     IF DATE-ON-LEDGER
007680         MOVE "YES" TO ledger-flag-text
007690     END-IF
007700     MOVE SPACES TO VERIFY-RECORD
007710     STRING "DATE " DELIMITED BY SIZE
007720            current-date DELIMITED BY SIZE
007730            " RECORDS=" DELIMITED BY SIZE
007740            date-records DELIMITED BY SIZE
007750            " RECONCILED=" DELIMITED BY SIZE
007760            date-reconciled DELIMITED BY SIZE
007770            " BY INFERENCE=" DELIMITED BY SIZE
007780            date-inferred DELIMITED BY SIZE
007790            " EXCEPTIONS=" DELIMITED BY SIZE
007800            date-exceptions DELIMITED BY SIZE
007810            " SESSLOG=" DELIMITED BY SIZE
007820            ledger-flag-text DELIMITED BY SIZE
007830            INTO VERIFY-RECORD
007840     END-STRING
007850     WRITE VERIFY-RECORD.
007860 2800-EXIT.
007870     EXIT.
007880*----------------------------------------------------------------
007890* 2900-WRITE-SIGN-OFF - the range totals and the sign-off. The
007900*                       verified total is every record that
007910*                       reconciled, by ledger or by inference;
007920*                       the range is signed off only when that is
007930*                       every record read.
007940*----------------------------------------------------------------
007950 2900-WRITE-SIGN-OFF.
007960     ADD reconciled-count inferred-count GIVING verified-count
007970     MOVE SPACES TO VERIFY-RECORD
007980     STRING "VERIFY TOTALS: DATES=" DELIMITED BY SIZE
007990            date-count DELIMITED BY SIZE
008000            " RECORDS=" DELIMITED BY SIZE
008010            record-count DELIMITED BY SIZE
008020            " RECONCILED=" DELIMITED BY SIZE
008030            reconciled-count DELIMITED BY SIZE
008040            " BY INFERENCE=" DELIMITED BY SIZE
008050            inferred-count DELIMITED BY SIZE
008060            " EXCEPTIONS=" DELIMITED BY SIZE
008070            exception-count DELIMITED BY SIZE
008080            " BHASH=" DELIMITED BY SIZE
008090            b-hash DELIMITED BY SIZE
008100            INTO VERIFY-RECORD
008110     END-STRING
008120     WRITE VERIFY-RECORD
008130     MOVE SPACES TO VERIFY-RECORD
008140     IF exception-count = 0 AND MASTER-AVAILABLE
008150         STRING "SIGN-OFF: DECISION TRAIL " DELIMITED BY SIZE
008160                from-date DELIMITED BY SIZE
008170                "-" DELIMITED BY SIZE
008180                to-date DELIMITED BY SIZE
008190                " VERIFIED - " DELIMITED BY SIZE
008200                verified-count DELIMITED BY SIZE
008210                " RECORDS RECONCILED" DELIMITED BY SIZE
008220                INTO VERIFY-RECORD
008230         END-STRING
008240     ELSE
008250         STRING "SIGN-OFF WITHHELD: DECISION TRAIL "
008260                DELIMITED BY SIZE
008270                from-date DELIMITED BY SIZE
008280                "-" DELIMITED BY SIZE
008290                to-date DELIMITED BY SIZE
008300                " - " DELIMITED BY SIZE
008310                verified-count DELIMITED BY SIZE
008320                " VERIFIED, " DELIMITED BY SIZE
008330                exception-count DELIMITED BY SIZE
008340                " EXCEPTIONS" DELIMITED BY SIZE
008350                INTO VERIFY-RECORD
008360         END-STRING
008370     END-IF
008380     WRITE VERIFY-RECORD
008390     MOVE "VERIFIED BY: ____________________  DATE: __________"
008400         TO VERIFY-RECORD
008410     WRITE VERIFY-RECORD.
008420 2900-EXIT.
008430     EXIT.
008440*----------------------------------------------------------------
008450* 3050-READ-CONTROL-FILE - the rule set as of RUN-DATE, off
008460*                          CTLFILE by the same walk GCJ's 1050
008470*                          makes: a record opening with a digit
008480*                          is the default "DIVISOR REMAINDER", any
008490*                          other is "SESSIONID DIVISOR REMAINDER",
008500*                          either with the optional effective
008510*                          date. No CTLFILE, or nothing that
008520*                          parses, is the shop-standard 2/1.
008530*----------------------------------------------------------------
008540 3050-READ-CONTROL-FILE.
008550     MOVE 2 TO divisor
008560     MOVE 1 TO black-remainder
008570     MOVE 0 TO default-effdate
008580     MOVE 0 TO session-rule-count
008590     MOVE "N" TO CTL-EOF-SW
008600     OPEN INPUT CONTROL-FILE
008610     IF control-file-status = "00"
008620         PERFORM 3055-READ-ONE-CONTROL THRU 3055-EXIT
008630             UNTIL CTL-EOF
008640         CLOSE CONTROL-FILE
008650     END-IF
008660     MOVE divisor TO default-divisor
008670     MOVE black-remainder TO default-blackrem.
008680 3050-EXIT.
008690     EXIT.
008700 3055-READ-ONE-CONTROL.
008710     READ CONTROL-FILE
008720         AT END
008730             SET CTL-EOF TO TRUE
008740             GO TO 3055-EXIT
008750     END-READ
008760     PERFORM 3060-PARSE-CONTROL-RECORD THRU 3060-EXIT.
008770 3055-EXIT.
008780     EXIT.
008790 3060-PARSE-CONTROL-RECORD.
008800     MOVE 1 TO ctl-sep
008810     INSPECT CONTROL-RECORD TALLYING ctl-sep
008820         FOR CHARACTERS BEFORE INITIAL SPACE
008830     IF ctl-sep = 1 OR ctl-sep > 10
008840         GO TO 3060-EXIT
008850     END-IF
008860     COMPUTE token-len = ctl-sep - 1
008870     IF token-len > 9
008880         GO TO 3060-EXIT
008890     END-IF
008900     IF CONTROL-RECORD(1:token-len) IS NOT NUMERIC
008910         PERFORM 3070-PARSE-SESSION-RULE THRU 3070-EXIT
008920         GO TO 3060-EXIT
008930     END-IF
008940     MOVE CONTROL-RECORD(1:token-len) TO divisor-text
008950     MOVE divisor-text TO ctl-divisor
008960     IF ctl-divisor = 0
008970         MOVE 2 TO divisor
008980         MOVE 1 TO black-remainder
008990         MOVE 0 TO default-effdate
009000         GO TO 3060-EXIT
009010     END-IF
009020     COMPUTE token-start = ctl-sep + 1
009030     MOVE 0 TO token-len
009040     INSPECT CONTROL-RECORD(token-start:) TALLYING token-len
009050         FOR CHARACTERS BEFORE INITIAL SPACE
009060     IF token-len = 0 OR token-len > 9
009070         MOVE 2 TO divisor
009080         MOVE 1 TO black-remainder
009090         MOVE 0 TO default-effdate
009100         GO TO 3060-EXIT
009110     END-IF
009120     IF CONTROL-RECORD(token-start:token-len) IS NOT NUMERIC
009130         MOVE 2 TO divisor
009140         MOVE 1 TO black-remainder
009150         MOVE 0 TO default-effdate
009160         GO TO 3060-EXIT
009170     END-IF
009180     MOVE CONTROL-RECORD(token-start:token-len) TO blackrem-text
009190     MOVE blackrem-text TO ctl-blackrem
009200     IF ctl-blackrem NOT < ctl-divisor
009210         MOVE 2 TO divisor
009220         MOVE 1 TO black-remainder
009230         MOVE 0 TO default-effdate
009240         GO TO 3060-EXIT
009250     END-IF
009260     PERFORM 3065-PARSE-EFF-DATE THRU 3065-EXIT
009270     IF NOT EFF-DATE-OK
009280         GO TO 3060-EXIT
009290     END-IF
009300     IF ctl-effdate > run-date
009310         GO TO 3060-EXIT
009320     END-IF
009330     IF ctl-effdate < default-effdate
009340         GO TO 3060-EXIT
009350     END-IF
009360     MOVE ctl-divisor TO divisor
009370     MOVE ctl-blackrem TO black-remainder
009380     MOVE ctl-effdate TO default-effdate.
009390 3060-EXIT.
009400     EXIT.
009410*----------------------------------------------------------------
009420* 3065-PARSE-EFF-DATE - the optional trailing effective date,
009430*                       exactly as GCJ's 1065 takes it: absent is
009440*                       date zero, 8 clean digits is the date,
009450*                       anything else drops the record.
009460*----------------------------------------------------------------
009470 3065-PARSE-EFF-DATE.
009480     SET EFF-DATE-OK TO TRUE
009490     MOVE 0 TO ctl-effdate
009500     COMPUTE token-start = token-start + token-len + 1
009510     IF token-start > 99
009520         GO TO 3065-EXIT
009530     END-IF
009540     MOVE 0 TO token-len
009550     INSPECT CONTROL-RECORD(token-start:) TALLYING token-len
009560         FOR CHARACTERS BEFORE INITIAL SPACE
009570     IF token-len = 0
009580         GO TO 3065-EXIT
009590     END-IF
009600     IF token-len NOT = 8
009610         MOVE "N" TO EFF-PARSE-SW
009620         GO TO 3065-EXIT
009630     END-IF
009640     IF CONTROL-RECORD(token-start:8) IS NOT NUMERIC
009650         MOVE "N" TO EFF-PARSE-SW
009660         GO TO 3065-EXIT
009670     END-IF
009680     MOVE CONTROL-RECORD(token-start:8) TO effdate-text
009690     MOVE effdate-text TO ctl-effdate.
009700 3065-EXIT.
009710     EXIT.
009720*----------------------------------------------------------------
009730* 3070-PARSE-SESSION-RULE - the 1070 walk: one "SESSIONID DIVISOR
009740*                           REMAINDER" record into the rule table
009750*                           if it parses clean, is effective by
009760*                           RUN-DATE and isn't beaten by a
009770*                           later-dated rule for the same id.
009780*----------------------------------------------------------------
009790 3070-PARSE-SESSION-RULE.
009800     IF token-len > 8
009810         GO TO 3070-EXIT
009820     END-IF
009830     MOVE SPACES TO session-id
009840     MOVE CONTROL-RECORD(1:token-len) TO session-id
009850     COMPUTE token-start = token-len + 2
009860     MOVE 0 TO token-len
009870     INSPECT CONTROL-RECORD(token-start:) TALLYING token-len
009880         FOR CHARACTERS BEFORE INITIAL SPACE
009890     IF token-len = 0 OR token-len > 9
009900         GO TO 3070-EXIT
009910     END-IF
009920     IF CONTROL-RECORD(token-start:token-len) IS NOT NUMERIC
009930         GO TO 3070-EXIT
009940     END-IF
009950     MOVE CONTROL-RECORD(token-start:token-len) TO divisor-text
009960     MOVE divisor-text TO ctl-divisor
009970     IF ctl-divisor = 0
009980         GO TO 3070-EXIT
009990     END-IF
010000     COMPUTE token-start = token-start + token-len + 1
010010     MOVE 0 TO token-len
010020     INSPECT CONTROL-RECORD(token-start:) TALLYING token-len
010030         FOR CHARACTERS BEFORE INITIAL SPACE
010040     IF token-len = 0 OR token-len > 9
010050         GO TO 3070-EXIT
010060     END-IF
010070     IF CONTROL-RECORD(token-start:token-len) IS NOT NUMERIC
010080         GO TO 3070-EXIT
010090     END-IF
010100     MOVE CONTROL-RECORD(token-start:token-len) TO blackrem-text
010110     MOVE blackrem-text TO ctl-blackrem
010120     IF ctl-blackrem NOT < ctl-divisor
010130         GO TO 3070-EXIT
010140     END-IF
010150     PERFORM 3065-PARSE-EFF-DATE THRU 3065-EXIT
010160     IF NOT EFF-DATE-OK
010170         GO TO 3070-EXIT
010180     END-IF
010190     IF ctl-effdate > run-date
010200         GO TO 3070-EXIT
010210     END-IF
010220     MOVE "N" TO DUP-RULE-SW
010230     PERFORM 3075-MATCH-RULE-ID THRU 3075-EXIT
010240         VARYING dup-rule-idx FROM 1 BY 1
010250         UNTIL DUP-RULE-FOUND OR dup-rule-idx > session-rule-count
010260     IF DUP-RULE-FOUND
010270         GO TO 3070-EXIT
010280     END-IF
010290     IF session-rule-count NOT < session-rule-max
010300         GO TO 3070-EXIT
010310     END-IF
010320     ADD 1 TO session-rule-count
010330     MOVE session-id TO sr-id(session-rule-count)
010340     MOVE ctl-divisor TO sr-divisor(session-rule-count)
010350     MOVE ctl-blackrem TO sr-blackrem(session-rule-count)
010360     MOVE ctl-effdate TO sr-effdate(session-rule-count).
010370 3070-EXIT.
010380     EXIT.
010390 3075-MATCH-RULE-ID.
010400     IF sr-id(dup-rule-idx) = session-id
010410         SET DUP-RULE-FOUND TO TRUE
010420         IF ctl-effdate NOT < sr-effdate(dup-rule-idx)
010430             MOVE ctl-divisor TO sr-divisor(dup-rule-idx)
010440             MOVE ctl-blackrem TO sr-blackrem(dup-rule-idx)
010450             MOVE ctl-effdate TO sr-effdate(dup-rule-idx)
010460         END-IF
010470     END-IF.
010480 3075-EXIT.
010490     EXIT.
010500*----------------------------------------------------------------
010510* 9000-TERMINATE - close out the datasets.
010520*----------------------------------------------------------------
010530 9000-TERMINATE.
010540     IF MASTER-AVAILABLE
010550         CLOSE HISTORY-MASTER
010560     END-IF
010570     CLOSE VERIFY-REPORT.
010580 9000-EXIT.
010590     EXIT.
