000010* Program: GCJEREG - entrant registration master maintenance
000020* Language: COBOL
000030* Author: KirarinSnow
000040* Usage: cobc -x thisfile.cob -o exec, then run against the
000050*        permanent ENTMSTR registration master with the day's
000060*        registration cards on ENTTRAN. One card per change,
000070*        the action code in column one, then the entrant id
000080*        (1-8 characters, the same id the "ENTRANT id" markers
000090*        carry on INFILE), then for an add or change the
000100*        contestant's name:
000110*            A id name   register a new entrant, ACTIVE
000120*            C id name   change a registered entrant's name
000130*            W id        withdraw an ACTIVE entrant
000140*            R id        reinstate a WITHDRAWN entrant
000150*        A GCJ_RUN_DATE card on the PARMFILE deck (YYYYMMDD,
000160*        default today) dates the changes. The change listing
000170*        lands on ENTRPT: one line per card applied or refused,
000180*        the run's totals, and the master's standing counts.
000190* Comments: The master is keyed on entrant id alone - one record
000200*           per contestant for the life of the season, never
000210*           deleted. A withdrawal is a status, not a delete, so
000220*           a withdrawn id still answers "who was that" on a
000230*           dispute six months on, and GCJ can tell a withdrawn
000240*           entrant from one that was never registered when it
000250*           holds their cases. A card that doesn't fit the
000260*           master's state (adding an id already there, changing
000270*           or withdrawing one that isn't, withdrawing twice) is
000280*           listed REFUSED with the reason and changes nothing.
000290*
000300* Modification History:
000310* DATE       INIT  DESCRIPTION
000320* 2026-10-15 KS    New program - the contestant registration
000330*                    master and its card-driven maintenance, so
000340*                    the ENTRANT ids on INFILE can be checked
000350*                    against who actually registered instead of
000360*                    taken on trust.
000370
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. GCJEREG.
000400 AUTHOR. KirarinSnow.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ENTRANT-MASTER ASSIGN TO "ENTMSTR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS ENT-ID
000480         FILE STATUS IS entrant-file-status.
000490     SELECT TRANSACTION-FILE ASSIGN TO "ENTTRAN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS tran-file-status.
000520     SELECT CHANGE-REPORT ASSIGN TO "ENTRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS parm-file-status.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ENTRANT-MASTER
000600     LABEL RECORDS ARE STANDARD
000610     RECORDING MODE IS F.
000620 01  ENTRANT-RECORD.
000630     05  ENT-ID               PIC X(08).
000640     05  ENT-STATUS           PIC X(09).
000650     05  ENT-NAME             PIC X(30).
000660     05  ENT-REG-DATE         PIC 9(8).
000670     05  ENT-CHG-DATE         PIC 9(8).
000680     05  FILLER               PIC X(17).
000690 FD  TRANSACTION-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORDING MODE IS F.
000720 01  TRANSACTION-RECORD   PIC X(80).
000730 FD  CHANGE-REPORT
000740     LABEL RECORDS ARE STANDARD
000750     RECORDING MODE IS F.
000760 01  CHANGE-REPORT-REC    PIC X(132).
000770 FD  PARM-FILE
000780     LABEL RECORDS ARE STANDARD
000790     RECORDING MODE IS F.
000800 01  PARM-RECORD          PIC X(80).
000810 WORKING-STORAGE SECTION.
000820 77  entrant-file-status  PIC X(02).
000830 77  tran-file-status     PIC X(02).
000840 77  parm-file-status     PIC X(02).
000850 77  parm-max             PIC 9(9)  VALUE 30.
000860 01  SWITCHES.
000870     05  TRAN-EOF-SW      PIC X(01)  VALUE "N".
000880         88  TRAN-EOF                VALUE "Y".
000890     05  MASTER-EOF-SW    PIC X(01)  VALUE "N".
000900         88  MASTER-EOF              VALUE "Y".
000910     05  ENT-AVAIL-SW     PIC X(01)  VALUE "N".
000920         88  ENT-AVAILABLE           VALUE "Y".
000930     05  TRAN-OPEN-SW     PIC X(01)  VALUE "N".
000940         88  TRAN-OPENED             VALUE "Y".
000950     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
000960         88  PARM-EOF                VALUE "Y".
000970     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
000980         88  PARM-FOUND              VALUE "Y".
000990 01  env-text         PIC X(9).
001000 01  parm-count       PIC 9(9)  VALUE ZERO.
001010 01  PARM-TABLE.
001020     05  PARM-ENTRY OCCURS 30 TIMES.
001030         10  pf-key       PIC X(20).
001040         10  pf-value     PIC X(20).
001050 01  parm-idx         PIC 9(9).
001060 01  parm-name        PIC X(20).
001070 01  parm-token-start PIC 9(9).
001080 01  token-len        PIC 9(9).
001090 01  token-start      PIC 9(9).
001100 01  run-date         PIC 9(8).
001110 01  tran-code        PIC X(1).
001120 01  tran-id          PIC X(8).
001130 01  tran-name        PIC X(30).
001140 01  old-name         PIC X(30).
001150 01  action-text      PIC X(12).
001160 01  reason-text      PIC X(50).
001170 01  card-count       PIC 9(9)  VALUE ZERO.
001180 01  added-count      PIC 9(9)  VALUE ZERO.
001190 01  changed-count    PIC 9(9)  VALUE ZERO.
001200 01  withdrawn-count  PIC 9(9)  VALUE ZERO.
001210 01  reinstated-count PIC 9(9)  VALUE ZERO.
001220 01  refused-count    PIC 9(9)  VALUE ZERO.
001230 01  active-left-count PIC 9(9) VALUE ZERO.
001240 01  wdrawn-left-count PIC 9(9) VALUE ZERO.
001250 PROCEDURE DIVISION.
001260 0000-MAINLINE.
001270     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001280     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
001290     PERFORM 5000-COUNT-STANDING THRU 5000-EXIT
001300     PERFORM 2900-WRITE-CHANGE-TOTALS THRU 2900-EXIT
001310     PERFORM 9000-TERMINATE THRU 9000-EXIT
001320     STOP RUN.
001330*----------------------------------------------------------------
001340* 1000-INITIALIZE - pick up the change date, open the datasets.
001350*                   A registration master that isn't cataloged
001360*                   yet is created on the spot, same first-night
001370*                   treatment GCJDDCK gives DSPMSTR. No cards
001380*                   cataloged is a night with nothing to change.
001390*----------------------------------------------------------------
001400 1000-INITIALIZE.
001410     ACCEPT run-date FROM DATE YYYYMMDD
001420     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
001430     MOVE "GCJ_RUN_DATE" TO parm-name
001440     PERFORM 1820-GET-PARM THRU 1820-EXIT
001450     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
001460         MOVE env-text(1:8) TO run-date
001470     END-IF
001480     OPEN OUTPUT CHANGE-REPORT
001490     MOVE SPACES TO CHANGE-REPORT-REC
001500     STRING "ENTRANT REGISTRATION CHANGES FOR " DELIMITED BY SIZE
001510            run-date DELIMITED BY SIZE
001520            INTO CHANGE-REPORT-REC
001530     END-STRING
001540     WRITE CHANGE-REPORT-REC
001550     OPEN I-O ENTRANT-MASTER
001560     IF entrant-file-status = "35"
001570         OPEN OUTPUT ENTRANT-MASTER
001580         CLOSE ENTRANT-MASTER
001590         OPEN I-O ENTRANT-MASTER
001600     END-IF
001610     IF entrant-file-status = "00"
001620         SET ENT-AVAILABLE TO TRUE
001630     ELSE
001640         MOVE SPACES TO CHANGE-REPORT-REC
001650         STRING "REGISTRATION MASTER UNAVAILABLE - STATUS="
001660                DELIMITED BY SIZE
001670                entrant-file-status DELIMITED BY SIZE
001680                " - NOTHING CHANGED" DELIMITED BY SIZE
001690                INTO CHANGE-REPORT-REC
001700         END-STRING
001710         WRITE CHANGE-REPORT-REC
001720         SET TRAN-EOF TO TRUE
001730         GO TO 1000-EXIT
001740     END-IF
001750     OPEN INPUT TRANSACTION-FILE
001760     IF tran-file-status = "00"
001770         SET TRAN-OPENED TO TRUE
001780     ELSE
001790         SET TRAN-EOF TO TRUE
001800     END-IF.
001810 1000-EXIT.
001820     EXIT.
001830*----------------------------------------------------------------
001840* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
001850*                       table, one "KEYWORD VALUE" card per
001860*                       record, blank and *-comment cards passed
001870*                       by; a deck that isn't cataloged leaves
001880*                       every parameter at its default. Same
001890*                       deck-and-lookup shape as GCJ's.
001900*----------------------------------------------------------------
001910 1800-LOAD-PARM-FILE.
001920     MOVE 0 TO parm-count
001930     MOVE "N" TO PARM-EOF-SW
001940     OPEN INPUT PARM-FILE
001950     IF parm-file-status NOT = "00"
001960         GO TO 1800-EXIT
001970     END-IF
001980     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
001990         UNTIL PARM-EOF
002000     CLOSE PARM-FILE.
002010 1800-EXIT.
002020     EXIT.
002030 1810-LOAD-ONE-PARM.
002040     READ PARM-FILE
002050         AT END
002060             SET PARM-EOF TO TRUE
002070             GO TO 1810-EXIT
002080     END-READ
002090     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
002100         GO TO 1810-EXIT
002110     END-IF
002120     IF parm-count NOT < parm-max
002130         GO TO 1810-EXIT
002140     END-IF
002150     MOVE 0 TO token-len
002160     INSPECT PARM-RECORD TALLYING token-len
002170         FOR CHARACTERS BEFORE INITIAL SPACE
002180     IF token-len = 0 OR token-len > 20
002190         GO TO 1810-EXIT
002200     END-IF
002210     ADD 1 TO parm-count
002220     MOVE SPACES TO pf-key(parm-count)
002230     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
002240     MOVE SPACES TO pf-value(parm-count)
002250     COMPUTE parm-token-start = token-len + 2
002260     IF parm-token-start > 80
002270         GO TO 1810-EXIT
002280     END-IF
002290     MOVE 0 TO token-len
002300     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
002310         FOR CHARACTERS BEFORE INITIAL SPACE
002320     IF token-len = 0 OR token-len > 20
002330         GO TO 1810-EXIT
002340     END-IF
002350     MOVE PARM-RECORD(parm-token-start:token-len)
002360         TO pf-value(parm-count).
002370 1810-EXIT.
002380     EXIT.
002390*----------------------------------------------------------------
002400* 1820-GET-PARM - the card PARM-NAME names, its value into
002410*                 ENV-TEXT; spaces when the deck doesn't carry
002420*                 it.
002430*----------------------------------------------------------------
002440 1820-GET-PARM.
002450     MOVE SPACES TO env-text
002460     MOVE "N" TO PARM-FOUND-SW
002470     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
002480         VARYING parm-idx FROM 1 BY 1
002490         UNTIL PARM-FOUND OR parm-idx > parm-count.
002500 1820-EXIT.
002510     EXIT.
002520 1830-MATCH-ONE-PARM.
002530     IF pf-key(parm-idx) = parm-name
002540         SET PARM-FOUND TO TRUE
002550         MOVE pf-value(parm-idx) TO env-text
002560     END-IF.
002570 1830-EXIT.
002580     EXIT.
002590*----------------------------------------------------------------
002600* 2000-APPLY-TRANSACTIONS - one pass down the registration cards,
002610*                           one listing line per card.
002620*----------------------------------------------------------------
002630 2000-APPLY-TRANSACTIONS.
002640     PERFORM 2100-APPLY-ONE-TRANSACTION THRU 2100-EXIT
002650         UNTIL TRAN-EOF.
002660 2000-EXIT.
002670     EXIT.
002680 2100-APPLY-ONE-TRANSACTION.
002690     READ TRANSACTION-FILE
002700         AT END
002710             SET TRAN-EOF TO TRUE
002720             GO TO 2100-EXIT
002730     END-READ
002740     IF TRANSACTION-RECORD = SPACES
002750             OR TRANSACTION-RECORD(1:1) = "*"
002760         GO TO 2100-EXIT
002770     END-IF
002780     ADD 1 TO card-count
002790     PERFORM 2200-PARSE-TRANSACTION THRU 2200-EXIT
002800     IF reason-text NOT = SPACES
002810         PERFORM 2800-LIST-REFUSAL THRU 2800-EXIT
002820         GO TO 2100-EXIT
002830     END-IF
002840     MOVE tran-id TO ENT-ID
002850     READ ENTRANT-MASTER
002860         INVALID KEY
002870             CONTINUE
002880     END-READ
002890     IF tran-code = "A"
002900         PERFORM 2300-ADD-ENTRANT THRU 2300-EXIT
002910     END-IF
002920     IF tran-code = "C"
002930         PERFORM 2400-CHANGE-ENTRANT THRU 2400-EXIT
002940     END-IF
002950     IF tran-code = "W"
002960         PERFORM 2500-WITHDRAW-ENTRANT THRU 2500-EXIT
002970     END-IF
002980     IF tran-code = "R"
002990         PERFORM 2600-REINSTATE-ENTRANT THRU 2600-EXIT
003000     END-IF
003010     IF reason-text NOT = SPACES
003020         PERFORM 2800-LIST-REFUSAL THRU 2800-EXIT
003030     END-IF.
003040 2100-EXIT.
003050     EXIT.
003060*----------------------------------------------------------------
003070* 2200-PARSE-TRANSACTION - the action code, the id token behind
003080*                          it and, for A and C, the name that
003090*                          follows. REASON-TEXT comes back set
003100*                          when the card doesn't fit its shape.
003110*----------------------------------------------------------------
003120 2200-PARSE-TRANSACTION.
003130     MOVE SPACES TO reason-text
003140     MOVE SPACES TO tran-id
003150     MOVE SPACES TO tran-name
003160     MOVE TRANSACTION-RECORD(1:1) TO tran-code
003170     IF tran-code NOT = "A" AND tran-code NOT = "C"
003180             AND tran-code NOT = "W" AND tran-code NOT = "R"
003190         MOVE "ACTION CODE MUST BE A, C, W OR R" TO reason-text
003200         GO TO 2200-EXIT
003210     END-IF
003220     IF TRANSACTION-RECORD(2:1) NOT = SPACE
003230         MOVE "ACTION CODE MUST STAND ALONE IN COLUMN 1"
003240             TO reason-text
003250         GO TO 2200-EXIT
003260     END-IF
003270     MOVE 0 TO token-len
003280     INSPECT TRANSACTION-RECORD(3:) TALLYING token-len
003290         FOR CHARACTERS BEFORE INITIAL SPACE
003300     IF token-len = 0 OR token-len > 8
003310         MOVE "ENTRANT ID MISSING OR LONGER THAN 8" TO reason-text
003320         GO TO 2200-EXIT
003330     END-IF
003340     MOVE TRANSACTION-RECORD(3:token-len) TO tran-id
003350     IF tran-code = "W" OR tran-code = "R"
003360         GO TO 2200-EXIT
003370     END-IF
003380     COMPUTE token-start = 3 + token-len + 1
003390     MOVE TRANSACTION-RECORD(token-start:30) TO tran-name
003400     IF tran-name = SPACES
003410         MOVE "NAME REQUIRED ON AN ADD OR CHANGE" TO reason-text
003420     END-IF.
003430 2200-EXIT.
003440     EXIT.
003450*----------------------------------------------------------------
003460* 2300-ADD-ENTRANT - a new registration, ACTIVE from the change
003470*                    date. An id already on the master - active
003480*                    or withdrawn - refuses; a returning
003490*                    contestant is reinstated, not re-added.
003500*----------------------------------------------------------------
003510 2300-ADD-ENTRANT.
003520     IF entrant-file-status = "00"
003530         MOVE "ID ALREADY REGISTERED" TO reason-text
003540         GO TO 2300-EXIT
003550     END-IF
003560     MOVE SPACES TO ENTRANT-RECORD
003570     MOVE tran-id TO ENT-ID
003580     MOVE "ACTIVE" TO ENT-STATUS
003590     MOVE tran-name TO ENT-NAME
003600     MOVE run-date TO ENT-REG-DATE
003610     MOVE run-date TO ENT-CHG-DATE
003620     WRITE ENTRANT-RECORD
003630         INVALID KEY
003640             MOVE "ID ALREADY REGISTERED" TO reason-text
003650             GO TO 2300-EXIT
003660     END-WRITE
003670     ADD 1 TO added-count
003680     MOVE "ADDED" TO action-text
003690     PERFORM 2700-LIST-CHANGE THRU 2700-EXIT.
003700 2300-EXIT.
003710     EXIT.
003720 2400-CHANGE-ENTRANT.
003730     IF entrant-file-status NOT = "00"
003740         MOVE "ID NOT REGISTERED" TO reason-text
003750         GO TO 2400-EXIT
003760     END-IF
003770     MOVE ENT-NAME TO old-name
003780     MOVE tran-name TO ENT-NAME
003790     MOVE run-date TO ENT-CHG-DATE
003800     REWRITE ENTRANT-RECORD
003810     ADD 1 TO changed-count
003820     MOVE "CHANGED" TO action-text
003830     PERFORM 2700-LIST-CHANGE THRU 2700-EXIT.
003840 2400-EXIT.
003850     EXIT.
003860 2500-WITHDRAW-ENTRANT.
003870     IF entrant-file-status NOT = "00"
003880         MOVE "ID NOT REGISTERED" TO reason-text
003890         GO TO 2500-EXIT
003900     END-IF
003910     IF ENT-STATUS NOT = "ACTIVE"
003920         MOVE "ID ALREADY WITHDRAWN" TO reason-text
003930         GO TO 2500-EXIT
003940     END-IF
003950     MOVE ENT-NAME TO old-name
003960     MOVE "WITHDRAWN" TO ENT-STATUS
003970     MOVE run-date TO ENT-CHG-DATE
003980     REWRITE ENTRANT-RECORD
003990     ADD 1 TO withdrawn-count
004000     MOVE "WITHDRAWN" TO action-text
004010     PERFORM 2700-LIST-CHANGE THRU 2700-EXIT.
004020 2500-EXIT.
004030     EXIT.
004040 2600-REINSTATE-ENTRANT.
004050     IF entrant-file-status NOT = "00"
004060         MOVE "ID NOT REGISTERED" TO reason-text
004070         GO TO 2600-EXIT
004080     END-IF
004090     IF ENT-STATUS NOT = "WITHDRAWN"
004100         MOVE "ID NOT WITHDRAWN" TO reason-text
004110         GO TO 2600-EXIT
004120     END-IF
004130     MOVE ENT-NAME TO old-name
004140     MOVE "ACTIVE" TO ENT-STATUS
004150     MOVE run-date TO ENT-CHG-DATE
004160     REWRITE ENTRANT-RECORD
004170     ADD 1 TO reinstated-count
004180     MOVE "REINSTATED" TO action-text
004190     PERFORM 2700-LIST-CHANGE THRU 2700-EXIT.
004200 2600-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230* 2700-LIST-CHANGE - one applied card on the listing: what was
004240*                    done, to which id, the status it now
004250*                    stands at, and the name - before and after
004260*                    on a change.
004270*----------------------------------------------------------------
004280 2700-LIST-CHANGE.
004290     MOVE SPACES TO CHANGE-REPORT-REC
004300     IF tran-code = "C"
004310         STRING action-text DELIMITED BY SPACE
004320                " " DELIMITED BY SIZE
004330                ENT-ID DELIMITED BY SPACE
004340                " STATUS=" DELIMITED BY SIZE
004350                ENT-STATUS DELIMITED BY SPACE
004360                " NAME WAS=" DELIMITED BY SIZE
004370                old-name DELIMITED BY SIZE
004380                " NOW=" DELIMITED BY SIZE
004390                ENT-NAME DELIMITED BY SIZE
004400                INTO CHANGE-REPORT-REC
004410         END-STRING
004420     ELSE
004430         STRING action-text DELIMITED BY SPACE
004440                " " DELIMITED BY SIZE
004450                ENT-ID DELIMITED BY SPACE
004460                " STATUS=" DELIMITED BY SIZE
004470                ENT-STATUS DELIMITED BY SPACE
004480                " NAME=" DELIMITED BY SIZE
004490                ENT-NAME DELIMITED BY SIZE
004500                INTO CHANGE-REPORT-REC
004510         END-STRING
004520     END-IF
004530     WRITE CHANGE-REPORT-REC.
004540 2700-EXIT.
004550     EXIT.
004560 2800-LIST-REFUSAL.
004570     ADD 1 TO refused-count
004580     MOVE SPACES TO CHANGE-REPORT-REC
004590     STRING "REFUSED - " DELIMITED BY SIZE
004600            reason-text DELIMITED BY "  "
004610            ": " DELIMITED BY SIZE
004620            TRANSACTION-RECORD DELIMITED BY SIZE
004630            INTO CHANGE-REPORT-REC
004640     END-STRING
004650     WRITE CHANGE-REPORT-REC.
004660 2800-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690* 2900-WRITE-CHANGE-TOTALS - the run's card arithmetic and where
004700*                            the master now stands.
004710*----------------------------------------------------------------
004720 2900-WRITE-CHANGE-TOTALS.
004730     MOVE SPACES TO CHANGE-REPORT-REC
004740     STRING "REGISTRATION TOTALS: CARDS=" DELIMITED BY SIZE
004750            card-count DELIMITED BY SIZE
004760            " ADDED=" DELIMITED BY SIZE
004770            added-count DELIMITED BY SIZE
004780            " CHANGED=" DELIMITED BY SIZE
004790            changed-count DELIMITED BY SIZE
004800            " WITHDRAWN=" DELIMITED BY SIZE
004810            withdrawn-count DELIMITED BY SIZE
004820            " REINSTATED=" DELIMITED BY SIZE
004830            reinstated-count DELIMITED BY SIZE
004840            " REFUSED=" DELIMITED BY SIZE
004850            refused-count DELIMITED BY SIZE
004860            INTO CHANGE-REPORT-REC
004870     END-STRING
004880     WRITE CHANGE-REPORT-REC
004890     MOVE SPACES TO CHANGE-REPORT-REC
004900     STRING "ON MASTER: ACTIVE=" DELIMITED BY SIZE
004910            active-left-count DELIMITED BY SIZE
004920            " WITHDRAWN=" DELIMITED BY SIZE
004930            wdrawn-left-count DELIMITED BY SIZE
004940            INTO CHANGE-REPORT-REC
004950     END-STRING
004960     WRITE CHANGE-REPORT-REC.
004970 2900-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000* 5000-COUNT-STANDING - one sequential sweep of the master for
005010*                       the ACTIVE/WITHDRAWN standing counts.
005020*                       Statuses are checked after START and
005030*                       READ NEXT both, as in GCJDDCK's sweep.
005040*----------------------------------------------------------------
005050 5000-COUNT-STANDING.
005060     IF NOT ENT-AVAILABLE
005070         GO TO 5000-EXIT
005080     END-IF
005090     MOVE LOW-VALUES TO ENT-ID
005100     START ENTRANT-MASTER KEY NOT < ENT-ID
005110         INVALID KEY
005120             SET MASTER-EOF TO TRUE
005130     END-START
005140     IF entrant-file-status NOT = "00"
005150         SET MASTER-EOF TO TRUE
005160     END-IF
005170     PERFORM 5100-COUNT-ONE-ENTRANT THRU 5100-EXIT
005180         UNTIL MASTER-EOF.
005190 5000-EXIT.
005200     EXIT.
005210 5100-COUNT-ONE-ENTRANT.
005220     READ ENTRANT-MASTER NEXT RECORD
005230         AT END
005240             SET MASTER-EOF TO TRUE
005250             GO TO 5100-EXIT
005260     END-READ
005270     IF entrant-file-status NOT = "00"
005280         SET MASTER-EOF TO TRUE
005290         GO TO 5100-EXIT
005300     END-IF
005310     IF ENT-STATUS = "ACTIVE"
005320         ADD 1 TO active-left-count
005330     ELSE
005340         ADD 1 TO wdrawn-left-count
005350     END-IF.
005360 5100-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------
005390* 9000-TERMINATE - close out the datasets.
005400*----------------------------------------------------------------
005410 9000-TERMINATE.
005420     IF ENT-AVAILABLE
005430         CLOSE ENTRANT-MASTER
005440     END-IF
005450     IF TRAN-OPENED
005460         CLOSE TRANSACTION-FILE
005470     END-IF
005480     CLOSE CHANGE-REPORT.
005490 9000-EXIT.
005500     EXIT.
