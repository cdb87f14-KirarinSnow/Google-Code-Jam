000010* Program: GCJCREC - contest calendar session reconciliation
000020* Language: COBOL
000030* Author: KirarinSnow
000040* Usage: cobc -x thisfile.cob -o exec, then run against the
000050*        night's whole INFILE (not a stream's slice), the CALMSTR
000060*        contest calendar GCJCREG keeps and the CTLFILE the GCJ
000070*        step will read. A GCJ_RUN_DATE card on the PARMFILE
000080*        deck (YYYYMMDD, default today) names the night; a
000090*        GCJ_CAL_TOL_PCT card (whole percent, default 10) is how
000100*        far under its expected case volume a session may run
000110*        before it is flagged. The reconciliation lands on
000120*        CALRPT: one line per calendar entry for the night and
000130*        per unscheduled session that turned up, the totals, and
000140*        a VERDICT line GCJMORN reads for its CALENDAR step.
000150* Comments: The night's sessions come off the SESSION markers
000160*           the way GCJ's 2180 reads them - 1-8 characters off
000170*           column 9, an unreadable marker leaves the session in
000180*           progress running - and every case line counts to the
000190*           session it sits under. A session id may open more
000200*           than one block in a night; the blocks add together.
000210*           ENTRANT markers are counted per session against the
000220*           expected entrants for the eye, but only cases are
000230*           held to the tolerance. Cases ahead of the first
000240*           marker run on the default rule and belong to no
000250*           session; they are listed, not flagged. A scheduled
000260*           session is flagged when it:
000270*             MISSING     - never appeared on INFILE,
000280*             SHORTFALL   - ran under its expected cases by more
000290*                           than the tolerance,
000300*             NO OWN RULE - has no CTLFILE rule of its own in
000310*                           effect by the date, so GCJ will
000320*                           decide it on the default rule,
000330*           and a session on INFILE is flagged UNSCHEDULED when
000340*           the calendar doesn't carry it for the date, or
000350*           carries it CANCELLED. A catch-up INFILE reconciles
000360*           each BATCH day against that day's calendar.
000370*
000380* Modification History:
000390* DATE       INIT  DESCRIPTION
000400* 2026-10-15 KS    New program - the night's SESSION markers and
000410*                    per-session case counts reconciled against
000420*                    the contest calendar, so a session that never
000430*                    arrived or one nobody scheduled is caught the
000440*                    morning after instead of by a contestant.
000450* 2026-10-15 KS    The expected counts on a session line are now
000460*                    carried in working storage, so an unscheduled
000470*                    session's zeros no longer go into the CALMSTR
000480*                    record area.
000490
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID. GCJCREC.
000520 AUTHOR. KirarinSnow.
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT INPUT-FILE ASSIGN TO "INFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS input-file-status.
000590     SELECT CALENDAR-MASTER ASSIGN TO "CALMSTR"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS CAL-KEY
000630         FILE STATUS IS calendar-file-status.
000640     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS control-file-status.
000670     SELECT CALENDAR-REPORT ASSIGN TO "CALRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS parm-file-status.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  INPUT-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORDING MODE IS F.
000770 01  INPUT-RECORD         PIC X(99).
000780 FD  CALENDAR-MASTER
000790     LABEL RECORDS ARE STANDARD
000800     RECORDING MODE IS F.
000810 01  CALENDAR-RECORD.
000820     05  CAL-KEY.
000830         10  CAL-RUN-DATE     PIC 9(8).
000840         10  CAL-SESSION      PIC X(08).
000850     05  CAL-STATUS           PIC X(09).
000860     05  CAL-EXP-CASES        PIC 9(9).
000870     05  CAL-EXP-ENTRANTS     PIC 9(9).
000880     05  CAL-ADD-DATE         PIC 9(8).
000890     05  CAL-CHG-DATE         PIC 9(8).
000900     05  FILLER               PIC X(21).
000910 FD  CONTROL-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORDING MODE IS F.
000940 01  CONTROL-RECORD       PIC X(99).
000950 FD  CALENDAR-REPORT
000960     LABEL RECORDS ARE STANDARD
000970     RECORDING MODE IS F.
000980 01  CALENDAR-REPORT-REC  PIC X(132).
000990 FD  PARM-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORDING MODE IS F.
001020 01  PARM-RECORD          PIC X(80).
001030 WORKING-STORAGE SECTION.
001040 77  input-file-status    PIC X(02).
001050 77  calendar-file-status PIC X(02).
001060 77  control-file-status  PIC X(02).
001070 77  parm-file-status     PIC X(02).
001080 77  parm-max             PIC 9(9)  VALUE 30.
001090 77  session-max          PIC 9(9)  VALUE 100.
001100 77  date-max             PIC 9(9)  VALUE 40.
001110 77  rule-max             PIC 9(9)  VALUE 50.
001120 01  SWITCHES.
001130     05  INPUT-EOF-SW     PIC X(01)  VALUE "N".
001140         88  INPUT-EOF               VALUE "Y".
001150     05  INPUT-OPEN-SW    PIC X(01)  VALUE "N".
001160         88  INPUT-OPENED            VALUE "Y".
001170     05  CAL-AVAIL-SW     PIC X(01)  VALUE "N".
001180         88  CAL-AVAILABLE           VALUE "Y".
001190     05  CAL-EOF-SW       PIC X(01)  VALUE "N".
001200         88  CAL-EOF                 VALUE "Y".
001210     05  CTL-EOF-SW       PIC X(01)  VALUE "N".
001220         88  CTL-EOF                 VALUE "Y".
001230     05  CATCHUP-SW       PIC X(01)  VALUE "N".
001240         88  CATCHUP-MODE            VALUE "Y".
001250     05  ENTRY-FOUND-SW   PIC X(01)  VALUE "N".
001260         88  ENTRY-FOUND             VALUE "Y".
001270     05  RULE-FOUND-SW    PIC X(01)  VALUE "N".
001280         88  RULE-FOUND              VALUE "Y".
001290     05  EFF-PARSE-SW     PIC X(01)  VALUE "Y".
001300         88  EFF-DATE-OK             VALUE "Y".
001310     05  ENV-PARSE-SW     PIC X(01)  VALUE "N".
001320         88  ENV-PARSED              VALUE "Y".
001330     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
001340         88  PARM-EOF                VALUE "Y".
001350     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
001360         88  PARM-FOUND              VALUE "Y".
001370 01  env-text         PIC X(9).
001380 01  env-token-text   PIC X(9)  JUSTIFIED RIGHT.
001390 01  env-number       PIC 9(9).
001400 01  parm-count       PIC 9(9)  VALUE ZERO.
001410 01  PARM-TABLE.
001420     05  PARM-ENTRY OCCURS 30 TIMES.
001430         10  pf-key       PIC X(20).
001440         10  pf-value     PIC X(20).
001450 01  parm-idx         PIC 9(9).
001460 01  parm-name        PIC X(20).
001470 01  parm-token-start PIC 9(9).
001480 01  token-len        PIC 9(9).
001490 01  token-start      PIC 9(9).
001500 01  run-date         PIC 9(8).
001510 01  tol-pct          PIC 9(3)  VALUE 10.
001520*    The night's sessions as INFILE has them, one entry per date
001530*    and session id however many blocks the id opened.
001540 01  session-count    PIC 9(9)  VALUE ZERO.
001550 01  SESSION-TABLE    VALUE ZEROS.
001560     05  SESSION-ENTRY OCCURS 100 TIMES.
001570         10  ss-date      PIC 9(8).
001580         10  ss-id        PIC X(8).
001590         10  ss-blocks    PIC 9(9).
001600         10  ss-cases     PIC 9(9).
001610         10  ss-entrants  PIC 9(9).
001620         10  ss-matched   PIC X(1).
001630 01  ss-idx           PIC 9(9).
001640 01  current-session  PIC 9(9)  VALUE ZERO.
001650*    The dates INFILE covers - the run date, or each BATCH day
001660*    of a catch-up file - with the cases ahead of any marker.
001670 01  date-count       PIC 9(9)  VALUE ZERO.
001680 01  DATE-TABLE       VALUE ZEROS.
001690     05  DATE-ENTRY OCCURS 40 TIMES.
001700         10  dt-date      PIC 9(8).
001710         10  dt-loose     PIC 9(9).
001720 01  dt-idx           PIC 9(9).
001730 01  current-date     PIC 9(9)  VALUE ZERO.
001740 01  input-date       PIC 9(8).
001750*    Every session id with a CTLFILE rule of its own, and the
001760*    earliest date one of its rules takes effect.
001770 01  rule-count       PIC 9(9)  VALUE ZERO.
001780 01  RULE-TABLE       VALUE ZEROS.
001790     05  RULE-ENTRY OCCURS 50 TIMES.
001800         10  rl-id        PIC X(8).
001810         10  rl-effdate   PIC 9(8).
001820 01  rl-idx           PIC 9(9).
001830 01  ctl-sep          PIC 9(9).
001840 01  ctl-divisor      PIC 9(9).
001850 01  ctl-blackrem     PIC 9(9).
001860 01  ctl-effdate      PIC 9(8).
001870 01  divisor-text     PIC X(9)  JUSTIFIED RIGHT.
001880 01  blackrem-text    PIC X(9)  JUSTIFIED RIGHT.
001890 01  effdate-text     PIC X(8).
001900 01  rule-id          PIC X(8).
001910 01  session-id       PIC X(8).
001920 01  session-id-len   PIC 9(9).
001930*    One reconciliation line in the making.
001940 01  line-cases       PIC 9(9).
001950 01  line-entrants    PIC 9(9).
001960 01  line-blocks      PIC 9(9).
001970 01  line-exp-cases   PIC 9(9).
001980 01  line-exp-entrants PIC 9(9).
001990 01  flag-text        PIC X(40).
002000 01  flag-work        PIC X(40).
002010 01  actual-scaled    PIC 9(13).
002020 01  floor-scaled     PIC 9(13).
002030 01  case-count       PIC 9(9)  VALUE ZERO.
002040 01  unreadable-count PIC 9(9)  VALUE ZERO.
002050 01  overflow-count   PIC 9(9)  VALUE ZERO.
002060 01  scheduled-count  PIC 9(9)  VALUE ZERO.
002070 01  ran-count        PIC 9(9)  VALUE ZERO.
002080 01  missing-count    PIC 9(9)  VALUE ZERO.
002090 01  unsched-count    PIC 9(9)  VALUE ZERO.
002100 01  shortfall-count  PIC 9(9)  VALUE ZERO.
002110 01  norule-count     PIC 9(9)  VALUE ZERO.
002120 01  cancelled-count  PIC 9(9)  VALUE ZERO.
002130 01  exception-count  PIC 9(9)  VALUE ZERO.
002140 PROCEDURE DIVISION.
002150 0000-MAINLINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002170     PERFORM 2000-COUNT-SESSIONS THRU 2000-EXIT
002180     PERFORM 3000-RECONCILE-DATES THRU 3000-EXIT
002190     PERFORM 2900-WRITE-TOTALS THRU 2900-EXIT
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT
002210     STOP RUN.
002220*----------------------------------------------------------------
002230* 1000-INITIALIZE - pick up the run date and tolerance, take the
002240*                   session rules off CTLFILE, open the calendar
002250*                   and INFILE, and read INFILE's first record:
002260*                   the TOTAL header on a plain night, the first
002270*                   BATCH header on a catch-up file.
002280*----------------------------------------------------------------
002290 1000-INITIALIZE.
002300     ACCEPT run-date FROM DATE YYYYMMDD
002310     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
002320     MOVE "GCJ_RUN_DATE" TO parm-name
002330     PERFORM 1820-GET-PARM THRU 1820-EXIT
002340     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
002350         MOVE env-text(1:8) TO run-date
002360     END-IF
002370     MOVE "GCJ_CAL_TOL_PCT" TO parm-name
002380     PERFORM 1820-GET-PARM THRU 1820-EXIT
002390     PERFORM 1100-PARSE-ENV-NUMBER THRU 1100-EXIT
002400     IF ENV-PARSED AND env-number NOT > 100
002410         MOVE env-number TO tol-pct
002420     END-IF
002430     OPEN OUTPUT CALENDAR-REPORT
002440     MOVE SPACES TO CALENDAR-REPORT-REC
002450     STRING "CALENDAR RECONCILIATION FOR RUN DATE "
002460            DELIMITED BY SIZE
002470            run-date DELIMITED BY SIZE
002480            " - SHORTFALL TOLERANCE " DELIMITED BY SIZE
002490            tol-pct DELIMITED BY SIZE
002500            "%" DELIMITED BY SIZE
002510            INTO CALENDAR-REPORT-REC
002520     END-STRING
002530     WRITE CALENDAR-REPORT-REC
002540     PERFORM 1500-LOAD-SESSION-RULES THRU 1500-EXIT
002550     OPEN INPUT CALENDAR-MASTER
002560     IF calendar-file-status = "00"
002570         SET CAL-AVAILABLE TO TRUE
002580     ELSE
002590         MOVE SPACES TO CALENDAR-REPORT-REC
002600         STRING "NO CALMSTR CATALOGED (STATUS=" DELIMITED BY SIZE
002610                calendar-file-status DELIMITED BY SIZE
002620                ") - SESSIONS LISTED UNCHECKED" DELIMITED BY SIZE
002630                INTO CALENDAR-REPORT-REC
002640         END-STRING
002650         WRITE CALENDAR-REPORT-REC
002660     END-IF
002670     OPEN INPUT INPUT-FILE
002680     IF input-file-status NOT = "00"
002690         MOVE SPACES TO CALENDAR-REPORT-REC
002700         STRING "NO INFILE CATALOGED (STATUS=" DELIMITED BY SIZE
002710                input-file-status DELIMITED BY SIZE
002720                ") - NOTHING TO RECONCILE" DELIMITED BY SIZE
002730                INTO CALENDAR-REPORT-REC
002740         END-STRING
002750         WRITE CALENDAR-REPORT-REC
002760         SET INPUT-EOF TO TRUE
002770         GO TO 1000-EXIT
002780     END-IF
002790     SET INPUT-OPENED TO TRUE
002800     MOVE run-date TO input-date
002810     READ INPUT-FILE
002820         AT END
002830             SET INPUT-EOF TO TRUE
002840             PERFORM 2450-FIND-DATE THRU 2450-EXIT
002850             GO TO 1000-EXIT
002860     END-READ
002870     IF INPUT-RECORD(1:6) = "BATCH "
002880         SET CATCHUP-MODE TO TRUE
002890         PERFORM 2400-START-BATCH THRU 2400-EXIT
002900     ELSE
002910         PERFORM 2450-FIND-DATE THRU 2450-EXIT
002920     END-IF.
002930 1000-EXIT.
002940     EXIT.
002950*----------------------------------------------------------------
002960* 1100-PARSE-ENV-NUMBER - turn the digit string sitting in
002970*                         ENV-TEXT into ENV-NUMBER, same token
002980*                         technique as the CTLFILE parse in GCJ.
002990*----------------------------------------------------------------
003000 1100-PARSE-ENV-NUMBER.
003010     MOVE "N" TO ENV-PARSE-SW
003020     MOVE 0 TO token-len
003030     INSPECT env-text TALLYING token-len
003040         FOR CHARACTERS BEFORE INITIAL SPACE
003050     IF token-len = 0 OR token-len > 9
003060         GO TO 1100-EXIT
003070     END-IF
003080     IF env-text(1:token-len) IS NOT NUMERIC
003090         GO TO 1100-EXIT
003100     END-IF
003110     MOVE env-text(1:token-len) TO env-token-text
003120     MOVE env-token-text TO env-number
003130     SET ENV-PARSED TO TRUE.
003140 1100-EXIT.
003150     EXIT.
003160*----------------------------------------------------------------
003170* 1500-LOAD-SESSION-RULES - the "SESSIONID DIVISOR REMAINDER
003180*                           [effdate]" records off CTLFILE,
003190*                           parsed the way GCJ's 1070 takes
003200*                           them: an id that starts with a
003210*                           non-digit, a nonzero divisor, a
003220*                           remainder under it, an optional
003230*                           8-digit effective date. A record
003240*                           that wouldn't parse for GCJ gives
003250*                           its session no rule here either.
003260*                           The default record is passed by.
003270*----------------------------------------------------------------
003280 1500-LOAD-SESSION-RULES.
003290     MOVE "N" TO CTL-EOF-SW
003300     OPEN INPUT CONTROL-FILE
003310     IF control-file-status NOT = "00"
003320         GO TO 1500-EXIT
003330     END-IF
003340     PERFORM 1510-READ-ONE-CONTROL THRU 1510-EXIT
003350         UNTIL CTL-EOF
003360     CLOSE CONTROL-FILE.
003370 1500-EXIT.
003380     EXIT.
003390 1510-READ-ONE-CONTROL.
003400     READ CONTROL-FILE
003410         AT END
003420             SET CTL-EOF TO TRUE
003430             GO TO 1510-EXIT
003440     END-READ
003450     MOVE 0 TO ctl-sep
003460     INSPECT CONTROL-RECORD TALLYING ctl-sep
003470         FOR CHARACTERS BEFORE INITIAL SPACE
003480     IF ctl-sep = 0 OR ctl-sep > 8
003490         GO TO 1510-EXIT
003500     END-IF
003510     MOVE ctl-sep TO token-len
003520     IF CONTROL-RECORD(1:1) IS NUMERIC
003530         GO TO 1510-EXIT
003540     END-IF
003550     PERFORM 1520-PARSE-SESSION-RULE THRU 1520-EXIT.
003560 1510-EXIT.
003570     EXIT.
003580 1520-PARSE-SESSION-RULE.
003590     MOVE SPACES TO rule-id
003600     MOVE CONTROL-RECORD(1:token-len) TO rule-id
003610     COMPUTE token-start = token-len + 2
003620     MOVE 0 TO token-len
003630     INSPECT CONTROL-RECORD(token-start:) TALLYING token-len
003640         FOR CHARACTERS BEFORE INITIAL SPACE
003650     IF token-len = 0 OR token-len > 9
003660         GO TO 1520-EXIT
003670     END-IF
003680     IF CONTROL-RECORD(token-start:token-len) IS NOT NUMERIC
003690         GO TO 1520-EXIT
003700     END-IF
003710     MOVE CONTROL-RECORD(token-start:token-len) TO divisor-text
003720     MOVE divisor-text TO ctl-divisor
003730     IF ctl-divisor = 0
003740         GO TO 1520-EXIT
003750     END-IF
003760     COMPUTE token-start = token-start + token-len + 1
003770     MOVE 0 TO token-len
003780     INSPECT CONTROL-RECORD(token-start:) TALLYING token-len
003790         FOR CHARACTERS BEFORE INITIAL SPACE
003800     IF token-len = 0 OR token-len > 9
003810         GO TO 1520-EXIT
003820     END-IF
003830     IF CONTROL-RECORD(token-start:token-len) IS NOT NUMERIC
003840         GO TO 1520-EXIT
003850     END-IF
003860     MOVE CONTROL-RECORD(token-start:token-len) TO blackrem-text
003870     MOVE blackrem-text TO ctl-blackrem
003880     IF ctl-blackrem NOT < ctl-divisor
003890         GO TO 1520-EXIT
003900     END-IF
003910     PERFORM 1530-PARSE-EFF-DATE THRU 1530-EXIT
003920     IF NOT EFF-DATE-OK
003930         GO TO 1520-EXIT
003940     END-IF
003950     MOVE "N" TO RULE-FOUND-SW
003960     PERFORM 1540-MATCH-RULE-ID THRU 1540-EXIT
003970         VARYING rl-idx FROM 1 BY 1
003980         UNTIL RULE-FOUND OR rl-idx > rule-count
003990     IF RULE-FOUND
004000         GO TO 1520-EXIT
004010     END-IF
004020     IF rule-count NOT < rule-max
004030         GO TO 1520-EXIT
004040     END-IF
004050     ADD 1 TO rule-count
004060     MOVE rule-id TO rl-id(rule-count)
004070     MOVE ctl-effdate TO rl-effdate(rule-count).
004080 1520-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------
004110* 1530-PARSE-EFF-DATE - the optional trailing effective date, as
004120*                       GCJ's 1065 takes it: absent is date zero,
004130*                       8 clean digits is the date, anything else
004140*                       drops the record.
004150*----------------------------------------------------------------
004160 1530-PARSE-EFF-DATE.
004170     SET EFF-DATE-OK TO TRUE
004180     MOVE 0 TO ctl-effdate
004190     COMPUTE token-start = token-start + token-len + 1
004200     IF token-start > 99
004210         GO TO 1530-EXIT
004220     END-IF
004230     MOVE 0 TO token-len
004240     INSPECT CONTROL-RECORD(token-start:) TALLYING token-len
004250         FOR CHARACTERS BEFORE INITIAL SPACE
004260     IF token-len = 0
004270         GO TO 1530-EXIT
004280     END-IF
004290     IF token-len NOT = 8
004300         MOVE "N" TO EFF-PARSE-SW
004310         GO TO 1530-EXIT
004320     END-IF
004330     IF CONTROL-RECORD(token-start:8) IS NOT NUMERIC
004340         MOVE "N" TO EFF-PARSE-SW
004350         GO TO 1530-EXIT
004360     END-IF
004370     MOVE CONTROL-RECORD(token-start:8) TO effdate-text
004380     MOVE effdate-text TO ctl-effdate.
004390 1530-EXIT.
004400     EXIT.
004410 1540-MATCH-RULE-ID.
004420     IF rl-id(rl-idx) = rule-id
004430         SET RULE-FOUND TO TRUE
004440         IF ctl-effdate < rl-effdate(rl-idx)
004450             MOVE ctl-effdate TO rl-effdate(rl-idx)
004460         END-IF
004470     END-IF.
004480 1540-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
004520*                       table, one "KEYWORD VALUE" card per
004530*                       record, blank and *-comment cards passed
004540*                       by; a deck that isn't cataloged leaves
004550*                       every parameter at its default. Same
004560*                       deck-and-lookup shape as GCJ's.
004570*----------------------------------------------------------------
004580 1800-LOAD-PARM-FILE.
004590     MOVE 0 TO parm-count
004600     MOVE "N" TO PARM-EOF-SW
004610     OPEN INPUT PARM-FILE
004620     IF parm-file-status NOT = "00"
004630         GO TO 1800-EXIT
004640     END-IF
004650     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
004660         UNTIL PARM-EOF
004670     CLOSE PARM-FILE.
004680 1800-EXIT.
004690     EXIT.
004700 1810-LOAD-ONE-PARM.
004710     READ PARM-FILE
004720         AT END
004730             SET PARM-EOF TO TRUE
004740             GO TO 1810-EXIT
004750     END-READ
004760     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
004770         GO TO 1810-EXIT
004780     END-IF
004790     IF parm-count NOT < parm-max
004800         GO TO 1810-EXIT
004810     END-IF
004820     MOVE 0 TO token-len
004830     INSPECT PARM-RECORD TALLYING token-len
004840         FOR CHARACTERS BEFORE INITIAL SPACE
004850     IF token-len = 0 OR token-len > 20
004860         GO TO 1810-EXIT
004870     END-IF
004880     ADD 1 TO parm-count
004890     MOVE SPACES TO pf-key(parm-count)
004900     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
004910     MOVE SPACES TO pf-value(parm-count)
004920     COMPUTE parm-token-start = token-len + 2
004930     IF parm-token-start > 80
004940         GO TO 1810-EXIT
004950     END-IF
004960     MOVE 0 TO token-len
004970     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
004980         FOR CHARACTERS BEFORE INITIAL SPACE
004990     IF token-len = 0 OR token-len > 20
005000         GO TO 1810-EXIT
005010     END-IF
005020     MOVE PARM-RECORD(parm-token-start:token-len)
005030         TO pf-value(parm-count).
005040 1810-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070* 1820-GET-PARM - the card PARM-NAME names, its value into
005080*                 ENV-TEXT; spaces when the deck doesn't carry
005090*                 it.
005100*----------------------------------------------------------------
005110 1820-GET-PARM.
005120     MOVE SPACES TO env-text
005130     MOVE "N" TO PARM-FOUND-SW
005140     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
005150         VARYING parm-idx FROM 1 BY 1
005160         UNTIL PARM-FOUND OR parm-idx > parm-count.
005170 1820-EXIT.
005180     EXIT.
005190 1830-MATCH-ONE-PARM.
005200     IF pf-key(parm-idx) = parm-name
005210         SET PARM-FOUND TO TRUE
005220         MOVE pf-value(parm-idx) TO env-text
005230     END-IF.
005240 1830-EXIT.
005250     EXIT.
005260*----------------------------------------------------------------
005270* 2000-COUNT-SESSIONS - every record after the header, in order,
005280*                       into the session and date tables.
005290*----------------------------------------------------------------
005300 2000-COUNT-SESSIONS.
005310     PERFORM 2100-COUNT-ONE-RECORD THRU 2100-EXIT
005320         UNTIL INPUT-EOF.
005330 2000-EXIT.
005340     EXIT.
005350*----------------------------------------------------------------
005360* 2100-COUNT-ONE-RECORD - a SESSION marker switches the session
005370*                         the cases count to; an ENTRANT marker
005380*                         counts to the session in progress; on
005390*                         a catch-up file a BATCH header starts
005400*                         the next day with no session, the way
005410*                         GCJ's 4100 resets to the default rule.
005420*                         Anything else is a case line.
005430*----------------------------------------------------------------
005440 2100-COUNT-ONE-RECORD.
005450     READ INPUT-FILE
005460         AT END
005470             SET INPUT-EOF TO TRUE
005480             GO TO 2100-EXIT
005490     END-READ
005500     IF INPUT-RECORD(1:8) = "SESSION "
005510         PERFORM 2200-SWITCH-SESSION THRU 2200-EXIT
005520         GO TO 2100-EXIT
005530     END-IF
005540     IF INPUT-RECORD(1:8) = "ENTRANT "
005550         IF current-session > 0
005560             ADD 1 TO ss-entrants(current-session)
005570         END-IF
005580         GO TO 2100-EXIT
005590     END-IF
005600     IF CATCHUP-MODE AND INPUT-RECORD(1:6) = "BATCH "
005610         PERFORM 2400-START-BATCH THRU 2400-EXIT
005620         GO TO 2100-EXIT
005630     END-IF
005640     ADD 1 TO case-count
005650     IF current-session > 0
005660         ADD 1 TO ss-cases(current-session)
005670     ELSE
005680         IF current-date > 0
005690             ADD 1 TO dt-loose(current-date)
005700         END-IF
005710     END-IF.
005720 2100-EXIT.
005730     EXIT.
005740*----------------------------------------------------------------
005750* 2200-SWITCH-SESSION - the marker's id onto the table for the
005760*                       day in progress, a new entry the first
005770*                       time the id shows that day. A full table
005780*                       is counted and flagged; the cases behind
005790*                       it then go uncounted rather than landing
005800*                       on the wrong session.
005810*----------------------------------------------------------------
005820 2200-SWITCH-SESSION.
005830     MOVE 0 TO session-id-len
005840     INSPECT INPUT-RECORD(9:) TALLYING session-id-len
005850         FOR CHARACTERS BEFORE INITIAL SPACE
005860     IF session-id-len = 0 OR session-id-len > 8
005870         ADD 1 TO unreadable-count
005880         MOVE SPACES TO CALENDAR-REPORT-REC
005890         STRING "UNREADABLE SESSION MARKER - SESSION CARRIES ON: "
005900                DELIMITED BY SIZE
005910                INPUT-RECORD(1:60) DELIMITED BY SIZE
005920                INTO CALENDAR-REPORT-REC
005930         END-STRING
005940         WRITE CALENDAR-REPORT-REC
005950         GO TO 2200-EXIT
005960     END-IF
005970     MOVE SPACES TO session-id
005980     MOVE INPUT-RECORD(9:session-id-len) TO session-id
005990     MOVE "N" TO ENTRY-FOUND-SW
006000     PERFORM 2210-MATCH-SESSION THRU 2210-EXIT
006010         VARYING ss-idx FROM 1 BY 1
006020         UNTIL ENTRY-FOUND OR ss-idx > session-count
006030     IF ENTRY-FOUND
006040         ADD 1 TO ss-blocks(current-session)
006050         GO TO 2200-EXIT
006060     END-IF
006070     IF session-count NOT < session-max
006080         ADD 1 TO overflow-count
006090         MOVE 0 TO current-session
006100         GO TO 2200-EXIT
006110     END-IF
006120     ADD 1 TO session-count
006130     MOVE session-count TO current-session
006140     MOVE input-date TO ss-date(current-session)
006150     MOVE session-id TO ss-id(current-session)
006160     MOVE 1 TO ss-blocks(current-session)
006170     MOVE "N" TO ss-matched(current-session).
006180 2200-EXIT.
006190     EXIT.
006200 2210-MATCH-SESSION.
006210     IF ss-date(ss-idx) = input-date
006220             AND ss-id(ss-idx) = session-id
006230         SET ENTRY-FOUND TO TRUE
006240         MOVE ss-idx TO current-session
006250     END-IF.
006260 2210-EXIT.
006270     EXIT.
006280*----------------------------------------------------------------
006290* 2400-START-BATCH - a catch-up "BATCH YYYYMMDD count" header:
006300*                    the day's date in force, no session yet.
006310*----------------------------------------------------------------
006320 2400-START-BATCH.
006330     MOVE 0 TO current-session
006340     IF INPUT-RECORD(7:8) IS NUMERIC
006350         MOVE INPUT-RECORD(7:8) TO input-date
006360     ELSE
006370         MOVE run-date TO input-date
006380     END-IF
006390     PERFORM 2450-FIND-DATE THRU 2450-EXIT.
006400 2400-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------
006430* 2450-FIND-DATE - INPUT-DATE onto the date table, once.
006440*----------------------------------------------------------------
006450 2450-FIND-DATE.
006460     MOVE "N" TO ENTRY-FOUND-SW
006470     PERFORM 2460-MATCH-DATE THRU 2460-EXIT
006480         VARYING dt-idx FROM 1 BY 1
006490         UNTIL ENTRY-FOUND OR dt-idx > date-count
006500     IF ENTRY-FOUND
006510         GO TO 2450-EXIT
006520     END-IF
006530     IF date-count NOT < date-max
006540         ADD 1 TO overflow-count
006550         MOVE 0 TO current-date
006560         GO TO 2450-EXIT
006570     END-IF
006580     ADD 1 TO date-count
006590     MOVE date-count TO current-date
006600     MOVE input-date TO dt-date(current-date).
006610 2450-EXIT.
006620     EXIT.
006630 2460-MATCH-DATE.
006640     IF dt-date(dt-idx) = input-date
006650         SET ENTRY-FOUND TO TRUE
006660         MOVE dt-idx TO current-date
006670     END-IF.
006680 2460-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------
006710* 2900-WRITE-TOTALS - the session arithmetic and the verdict.
006720*                     GCJMORN keys its CALENDAR step off the
006730*                     VERDICT line, so it is always the last.
006740*----------------------------------------------------------------
006750 2900-WRITE-TOTALS.
006760     COMPUTE exception-count = missing-count + unsched-count
006770         + shortfall-count + norule-count + overflow-count
006780     MOVE SPACES TO CALENDAR-REPORT-REC
006790     STRING "SCHEDULED=" DELIMITED BY SIZE
006800            scheduled-count DELIMITED BY SIZE
006810            " RAN=" DELIMITED BY SIZE
006820            ran-count DELIMITED BY SIZE
006830            " MISSING=" DELIMITED BY SIZE
006840            missing-count DELIMITED BY SIZE
006850            " SHORTFALL=" DELIMITED BY SIZE
006860            shortfall-count DELIMITED BY SIZE
006870            " NO-RULE=" DELIMITED BY SIZE
006880            norule-count DELIMITED BY SIZE
006890            " UNSCHEDULED=" DELIMITED BY SIZE
006900            unsched-count DELIMITED BY SIZE
006910            INTO CALENDAR-REPORT-REC
006920     END-STRING
006930     WRITE CALENDAR-REPORT-REC
006940     MOVE SPACES TO CALENDAR-REPORT-REC
006950     STRING "SESSIONS ON INFILE=" DELIMITED BY SIZE
006960            session-count DELIMITED BY SIZE
006970            " CASES=" DELIMITED BY SIZE
006980            case-count DELIMITED BY SIZE
006990            " CANCELLED ON CALENDAR=" DELIMITED BY SIZE
007000            cancelled-count DELIMITED BY SIZE
007010            " UNREADABLE MARKERS=" DELIMITED BY SIZE
007020            unreadable-count DELIMITED BY SIZE
007030            INTO CALENDAR-REPORT-REC
007040     END-STRING
007050     WRITE CALENDAR-REPORT-REC
007060     IF overflow-count > 0
007070         MOVE SPACES TO CALENDAR-REPORT-REC
007080         STRING "*** TABLE FULL - " DELIMITED BY SIZE
007090                overflow-count DELIMITED BY SIZE
007100                " SESSION(S) OR DATE(S) NOT COUNTED ***"
007110                DELIMITED BY SIZE
007120                INTO CALENDAR-REPORT-REC
007130         END-STRING
007140         WRITE CALENDAR-REPORT-REC
007150     END-IF
007160     MOVE SPACES TO CALENDAR-REPORT-REC
007170     IF NOT INPUT-OPENED
007180         MOVE "VERDICT: UNCHECKED - NO INFILE"
007190             TO CALENDAR-REPORT-REC
007200         WRITE CALENDAR-REPORT-REC
007210         GO TO 2900-EXIT
007220     END-IF
007230     IF NOT CAL-AVAILABLE
007240         MOVE "VERDICT: UNCHECKED - NO CONTEST CALENDAR"
007250             TO CALENDAR-REPORT-REC
007260         WRITE CALENDAR-REPORT-REC
007270         GO TO 2900-EXIT
007280     END-IF
007290     IF exception-count = 0
007300         MOVE "VERDICT: CLEAN - EVERY SESSION RAN AS SCHEDULED"
007310             TO CALENDAR-REPORT-REC
007320     ELSE
007330         STRING "VERDICT: EXCEPTIONS=" DELIMITED BY SIZE
007340                exception-count DELIMITED BY SIZE
007350                " - FLAGGED SESSIONS LISTED ON CALRPT"
007360                DELIMITED BY SIZE
007370                INTO CALENDAR-REPORT-REC
007380         END-STRING
007390     END-IF
007400     WRITE CALENDAR-REPORT-REC.
007410 2900-EXIT.
007420     EXIT.
007430*----------------------------------------------------------------
007440* 3000-RECONCILE-DATES - each day INFILE covers against the
007450*                        calendar, in the order INFILE had them.
007460*----------------------------------------------------------------
007470 3000-RECONCILE-DATES.
007480     PERFORM 3100-RECONCILE-ONE-DATE THRU 3100-EXIT
007490         VARYING dt-idx FROM 1 BY 1
007500         UNTIL dt-idx > date-count.
007510 3000-EXIT.
007520     EXIT.
007530*----------------------------------------------------------------
007540* 3100-RECONCILE-ONE-DATE - the day's cases on the default rule,
007550*                           then its calendar entries in key
007560*                           order, then whatever ran that the
007570*                           calendar didn't account for.
007580*----------------------------------------------------------------
007590 3100-RECONCILE-ONE-DATE.
007600     MOVE dt-date(dt-idx) TO input-date
007610     IF dt-loose(dt-idx) > 0
007620         MOVE SPACES TO CALENDAR-REPORT-REC
007630         STRING "DATE=" DELIMITED BY SIZE
007640                input-date DELIMITED BY SIZE
007650                " NO SESSION MARKER YET - CASES="
007660                DELIMITED BY SIZE
007670                dt-loose(dt-idx) DELIMITED BY SIZE
007680                " ON THE DEFAULT RULE" DELIMITED BY SIZE
007690                INTO CALENDAR-REPORT-REC
007700         END-STRING
007710         WRITE CALENDAR-REPORT-REC
007720     END-IF
007730     IF CAL-AVAILABLE
007740         PERFORM 3200-SWEEP-CALENDAR-DATE THRU 3200-EXIT
007750     END-IF
007760     PERFORM 3500-LIST-UNSCHEDULED THRU 3500-EXIT
007770         VARYING ss-idx FROM 1 BY 1
007780         UNTIL ss-idx > session-count.
007790 3100-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------
007820* 3200-SWEEP-CALENDAR-DATE - START on the date with the lowest
007830*                            session id and READ NEXT until the
007840*                            date changes. Statuses are checked
007850*                            after START and READ NEXT both, as
007860*                            in GCJCREG's sweep.
007870*----------------------------------------------------------------
007880 3200-SWEEP-CALENDAR-DATE.
007890     MOVE "N" TO CAL-EOF-SW
007900     MOVE input-date TO CAL-RUN-DATE
007910     MOVE LOW-VALUES TO CAL-SESSION
007920     START CALENDAR-MASTER KEY NOT < CAL-KEY
007930         INVALID KEY
007940             SET CAL-EOF TO TRUE
007950     END-START
007960     IF calendar-file-status NOT = "00"
007970         SET CAL-EOF TO TRUE
007980     END-IF
007990     PERFORM 3210-CHECK-ONE-ENTRY THRU 3210-EXIT
008000         UNTIL CAL-EOF.
008010 3200-EXIT.
008020     EXIT.
008030 3210-CHECK-ONE-ENTRY.
008040     READ CALENDAR-MASTER NEXT RECORD
008050         AT END
008060             SET CAL-EOF TO TRUE
008070             GO TO 3210-EXIT
008080     END-READ
008090     IF calendar-file-status NOT = "00"
008100         SET CAL-EOF TO TRUE
008110         GO TO 3210-EXIT
008120     END-IF
008130     IF CAL-RUN-DATE NOT = input-date
008140         SET CAL-EOF TO TRUE
008150         GO TO 3210-EXIT
008160     END-IF
008170     MOVE CAL-SESSION TO session-id
008180     MOVE "N" TO ENTRY-FOUND-SW
008190     PERFORM 2210-MATCH-SESSION THRU 2210-EXIT
008200         VARYING ss-idx FROM 1 BY 1
008210         UNTIL ENTRY-FOUND OR ss-idx > session-count
008220     MOVE 0 TO line-cases
008230     MOVE 0 TO line-entrants
008240     MOVE 0 TO line-blocks
008250     MOVE CAL-EXP-CASES TO line-exp-cases
008260     MOVE CAL-EXP-ENTRANTS TO line-exp-entrants
008270     IF ENTRY-FOUND
008280         MOVE "Y" TO ss-matched(current-session)
008290         MOVE ss-cases(current-session) TO line-cases
008300         MOVE ss-entrants(current-session) TO line-entrants
008310         MOVE ss-blocks(current-session) TO line-blocks
008320     END-IF
008330     IF CAL-STATUS NOT = "SCHEDULED"
008340         PERFORM 3300-CHECK-CANCELLED THRU 3300-EXIT
008350         GO TO 3210-EXIT
008360     END-IF
008370     ADD 1 TO scheduled-count
008380     IF NOT ENTRY-FOUND
008390         ADD 1 TO missing-count
008400         MOVE "MISSING" TO flag-text
008410     ELSE
008420         ADD 1 TO ran-count
008430         MOVE "OK" TO flag-text
008440         COMPUTE actual-scaled = line-cases * 100
008450         COMPUTE floor-scaled = CAL-EXP-CASES * (100 - tol-pct)
008460         IF actual-scaled < floor-scaled
008470             ADD 1 TO shortfall-count
008480             MOVE "SHORTFALL" TO flag-text
008490         END-IF
008500     END-IF
008510     PERFORM 3400-CHECK-OWN-RULE THRU 3400-EXIT
008520     IF NOT RULE-FOUND
008530         ADD 1 TO norule-count
008540         MOVE SPACES TO flag-work
008550         IF flag-text = "OK"
008560             MOVE "NO OWN CTLFILE RULE" TO flag-work
008570         ELSE
008580             STRING flag-text DELIMITED BY SPACE
008590                    ", NO OWN CTLFILE RULE" DELIMITED BY SIZE
008600                    INTO flag-work
008610             END-STRING
008620         END-IF
008630         MOVE flag-work TO flag-text
008640     END-IF
008650     PERFORM 3600-WRITE-SESSION-LINE THRU 3600-EXIT.
008660 3210-EXIT.
008670     EXIT.
008680*----------------------------------------------------------------
008690* 3300-CHECK-CANCELLED - a cancelled session that stayed away
008700*                        is as it should be and gets a plain
008710*                        line; one that ran anyway is
008720*                        UNSCHEDULED.
008730*----------------------------------------------------------------
008740 3300-CHECK-CANCELLED.
008750     ADD 1 TO cancelled-count
008760     IF ENTRY-FOUND
008770         ADD 1 TO unsched-count
008780         MOVE "UNSCHEDULED - CANCELLED BUT RAN" TO flag-text
008790     ELSE
008800         MOVE "CANCELLED - DID NOT RUN" TO flag-text
008810     END-IF
008820     PERFORM 3600-WRITE-SESSION-LINE THRU 3600-EXIT.
008830 3300-EXIT.
008840     EXIT.
008850*----------------------------------------------------------------
008860* 3400-CHECK-OWN-RULE - SESSION-ID has a rule of its own when
008870*                       CTLFILE carries one for it effective by
008880*                       the date being reconciled.
008890*----------------------------------------------------------------
008900 3400-CHECK-OWN-RULE.
008910     MOVE session-id TO rule-id
008920     MOVE "N" TO RULE-FOUND-SW
008930     PERFORM 3410-MATCH-OWN-RULE THRU 3410-EXIT
008940         VARYING rl-idx FROM 1 BY 1
008950         UNTIL RULE-FOUND OR rl-idx > rule-count.
008960 3400-EXIT.
008970     EXIT.
008980 3410-MATCH-OWN-RULE.
008990     IF rl-id(rl-idx) = rule-id
009000             AND rl-effdate(rl-idx) NOT > input-date
009010         SET RULE-FOUND TO TRUE
009020     END-IF.
009030 3410-EXIT.
009040     EXIT.
009050*----------------------------------------------------------------
009060* 3500-LIST-UNSCHEDULED - a session that ran on the date but
009070*                         matched nothing on the calendar. With
009080*                         no calendar to hand it is listed
009090*                         UNCHECKED instead.
009100*----------------------------------------------------------------
009110 3500-LIST-UNSCHEDULED.
009120     IF ss-date(ss-idx) NOT = input-date
009130         GO TO 3500-EXIT
009140     END-IF
009150     IF ss-matched(ss-idx) = "Y"
009160         GO TO 3500-EXIT
009170     END-IF
009180     MOVE ss-id(ss-idx) TO session-id
009190     MOVE ss-cases(ss-idx) TO line-cases
009200     MOVE ss-entrants(ss-idx) TO line-entrants
009210     MOVE ss-blocks(ss-idx) TO line-blocks
009220     MOVE 0 TO line-exp-cases
009230     MOVE 0 TO line-exp-entrants
009240     IF CAL-AVAILABLE
009250         ADD 1 TO unsched-count
009260         MOVE "UNSCHEDULED" TO flag-text
009270     ELSE
009280         MOVE "UNCHECKED" TO flag-text
009290     END-IF
009300     PERFORM 3600-WRITE-SESSION-LINE THRU 3600-EXIT.
009310 3500-EXIT.
009320     EXIT.
009330*----------------------------------------------------------------
009340* 3600-WRITE-SESSION-LINE - one session: what ran against what
009350*                           the calendar expected, and the flag.
009360*----------------------------------------------------------------
009370 3600-WRITE-SESSION-LINE.
009380     MOVE SPACES TO CALENDAR-REPORT-REC
009390     STRING "DATE=" DELIMITED BY SIZE
009400            input-date DELIMITED BY SIZE
009410            " SESSION " DELIMITED BY SIZE
009420            session-id DELIMITED BY SIZE
009430            " CASES=" DELIMITED BY SIZE
009440            line-cases DELIMITED BY SIZE
009450            " OF " DELIMITED BY SIZE
009460            line-exp-cases DELIMITED BY SIZE
009470            " ENTRANTS=" DELIMITED BY SIZE
009480            line-entrants DELIMITED BY SIZE
009490            " OF " DELIMITED BY SIZE
009500            line-exp-entrants DELIMITED BY SIZE
009510            " " DELIMITED BY SIZE
009520            flag-text DELIMITED BY "  "
009530            INTO CALENDAR-REPORT-REC
009540     END-STRING
009550     WRITE CALENDAR-REPORT-REC.
009560 3600-EXIT.
009570     EXIT.
009580*----------------------------------------------------------------
009590* 9000-TERMINATE - close out the datasets.
009600*----------------------------------------------------------------
009610 9000-TERMINATE.
009620     IF INPUT-OPENED
009630         CLOSE INPUT-FILE
009640     END-IF
009650     IF CAL-AVAILABLE
009660         CLOSE CALENDAR-MASTER
009670     END-IF
009680     CLOSE CALENDAR-REPORT.
009690 9000-EXIT.
009700     EXIT.
