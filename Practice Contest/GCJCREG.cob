000010* Program: GCJCREG - contest calendar master maintenance
000020* Language: COBOL
000030* Author: KirarinSnow
000040* Usage: cobc -x thisfile.cob -o exec, then run against the
000050*        permanent CALMSTR contest calendar with the day's
000060*        scheduling cards on CALTRAN. One card per change, the
000070*        action code in column one, then the scheduled run date
000080*        (YYYYMMDD), the session id (1-8 characters, the same
000090*        id the "SESSION id" markers carry on INFILE) and, for
000100*        an add or change, the expected case volume and the
000110*        expected entrant count:
000120*            A date id cases entrants   schedule a session
000130*            C date id cases entrants   change its volumes
000140*            X date id                  cancel a SCHEDULED one
000150*            R date id                  reinstate a CANCELLED one
000160*        A GCJ_RUN_DATE card on the PARMFILE deck (YYYYMMDD,
000170*        default today) dates the changes. The change listing
000180*        lands on CALCHG: one line per card applied or refused,
000190*        the run's totals, and the master's standing counts.
000200* Comments: The master is keyed on run date then session id, so
000210*           one night's sessions sit together and GCJCREC reads
000220*           a night with one START and a short READ NEXT run. A
000230*           cancellation is a status, not a delete - a session
000240*           that was called off still shows on the calendar, and
000250*           if it turns up on INFILE anyway GCJCREC can say it
000260*           was cancelled rather than never heard of. A card
000270*           that doesn't fit the master's state is listed
000280*           REFUSED with the reason and changes nothing, the
000290*           GCJEREG way.
000300*
000310* Modification History:
000320* DATE       INIT  DESCRIPTION
000330* 2026-10-15 KS    New program - the contest calendar master and
000340*                    its card-driven maintenance, so a night's
000350*                    sessions can be checked against what was
000360*                    scheduled to run.
000370
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. GCJCREG.
000400 AUTHOR. KirarinSnow.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CALENDAR-MASTER ASSIGN TO "CALMSTR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CAL-KEY
000480         FILE STATUS IS calendar-file-status.
000490     SELECT TRANSACTION-FILE ASSIGN TO "CALTRAN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS tran-file-status.
000520     SELECT CHANGE-REPORT ASSIGN TO "CALCHG"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS parm-file-status.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CALENDAR-MASTER
000600     LABEL RECORDS ARE STANDARD
000610     RECORDING MODE IS F.
000620 01  CALENDAR-RECORD.
000630     05  CAL-KEY.
000640         10  CAL-RUN-DATE     PIC 9(8).
000650         10  CAL-SESSION      PIC X(08).
000660     05  CAL-STATUS           PIC X(09).
000670     05  CAL-EXP-CASES        PIC 9(9).
000680     05  CAL-EXP-ENTRANTS     PIC 9(9).
000690     05  CAL-ADD-DATE         PIC 9(8).
000700     05  CAL-CHG-DATE         PIC 9(8).
000710     05  FILLER               PIC X(21).
000720 FD  TRANSACTION-FILE
000730     LABEL RECORDS ARE STANDARD
000740     RECORDING MODE IS F.
000750 01  TRANSACTION-RECORD   PIC X(80).
000760 FD  CHANGE-REPORT
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790 01  CHANGE-REPORT-REC    PIC X(132).
000800 FD  PARM-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORDING MODE IS F.
000830 01  PARM-RECORD          PIC X(80).
000840 WORKING-STORAGE SECTION.
000850 77  calendar-file-status PIC X(02).
000860 77  tran-file-status     PIC X(02).
000870 77  parm-file-status     PIC X(02).
000880 77  parm-max             PIC 9(9)  VALUE 30.
000890 01  SWITCHES.
000900     05  TRAN-EOF-SW      PIC X(01)  VALUE "N".
000910         88  TRAN-EOF                VALUE "Y".
000920     05  MASTER-EOF-SW    PIC X(01)  VALUE "N".
000930         88  MASTER-EOF              VALUE "Y".
000940     05  CAL-AVAIL-SW     PIC X(01)  VALUE "N".
000950         88  CAL-AVAILABLE           VALUE "Y".
000960     05  TRAN-OPEN-SW     PIC X(01)  VALUE "N".
000970         88  TRAN-OPENED             VALUE "Y".
000980     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
000990         88  PARM-EOF                VALUE "Y".
001000     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
001010         88  PARM-FOUND              VALUE "Y".
001020 01  env-text         PIC X(9).
001030 01  parm-count       PIC 9(9)  VALUE ZERO.
001040 01  PARM-TABLE.
001050     05  PARM-ENTRY OCCURS 30 TIMES.
001060         10  pf-key       PIC X(20).
001070         10  pf-value     PIC X(20).
001080 01  parm-idx         PIC 9(9).
001090 01  parm-name        PIC X(20).
001100 01  parm-token-start PIC 9(9).
001110 01  token-len        PIC 9(9).
001120 01  token-start      PIC 9(9).
001130 01  token-text       PIC X(9)  JUSTIFIED RIGHT.
001140 01  run-date         PIC 9(8).
001150 01  tran-code        PIC X(1).
001160 01  tran-date        PIC 9(8).
001170 01  tran-session     PIC X(8).
001180 01  tran-cases       PIC 9(9).
001190 01  tran-entrants    PIC 9(9).
001200 01  old-cases        PIC 9(9).
001210 01  old-entrants     PIC 9(9).
001220 01  action-text      PIC X(12).
001230 01  reason-text      PIC X(50).
001240 01  card-count       PIC 9(9)  VALUE ZERO.
001250 01  added-count      PIC 9(9)  VALUE ZERO.
001260 01  changed-count    PIC 9(9)  VALUE ZERO.
001270 01  cancelled-count  PIC 9(9)  VALUE ZERO.
001280 01  reinstated-count PIC 9(9)  VALUE ZERO.
001290 01  refused-count    PIC 9(9)  VALUE ZERO.
001300 01  sched-left-count PIC 9(9)  VALUE ZERO.
001310 01  cancl-left-count PIC 9(9)  VALUE ZERO.
001320 01  ahead-left-count PIC 9(9)  VALUE ZERO.
001330 PROCEDURE DIVISION.
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001360     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
001370     PERFORM 5000-COUNT-STANDING THRU 5000-EXIT
001380     PERFORM 2900-WRITE-CHANGE-TOTALS THRU 2900-EXIT
001390     PERFORM 9000-TERMINATE THRU 9000-EXIT
001400     STOP RUN.
001410*----------------------------------------------------------------
001420* 1000-INITIALIZE - pick up the change date, open the datasets.
001430*                   A calendar that isn't cataloged yet is
001440*                   created on the spot, the same first-night
001450*                   treatment GCJEREG gives ENTMSTR. No cards
001460*                   cataloged is a night with nothing to change.
001470*----------------------------------------------------------------
001480 1000-INITIALIZE.
001490     ACCEPT run-date FROM DATE YYYYMMDD
001500     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
001510     MOVE "GCJ_RUN_DATE" TO parm-name
001520     PERFORM 1820-GET-PARM THRU 1820-EXIT
001530     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
001540         MOVE env-text(1:8) TO run-date
001550     END-IF
001560     OPEN OUTPUT CHANGE-REPORT
001570     MOVE SPACES TO CHANGE-REPORT-REC
001580     STRING "CONTEST CALENDAR CHANGES FOR " DELIMITED BY SIZE
001590            run-date DELIMITED BY SIZE
001600            INTO CHANGE-REPORT-REC
001610     END-STRING
001620     WRITE CHANGE-REPORT-REC
001630     OPEN I-O CALENDAR-MASTER
001640     IF calendar-file-status = "35"
001650         OPEN OUTPUT CALENDAR-MASTER
001660         CLOSE CALENDAR-MASTER
001670         OPEN I-O CALENDAR-MASTER
001680     END-IF
001690     IF calendar-file-status = "00"
001700         SET CAL-AVAILABLE TO TRUE
001710     ELSE
001720         MOVE SPACES TO CHANGE-REPORT-REC
001730         STRING "CALENDAR MASTER UNAVAILABLE - STATUS="
001740                DELIMITED BY SIZE
001750                calendar-file-status DELIMITED BY SIZE
001760                " - NOTHING CHANGED" DELIMITED BY SIZE
001770                INTO CHANGE-REPORT-REC
001780         END-STRING
001790         WRITE CHANGE-REPORT-REC
001800         SET TRAN-EOF TO TRUE
001810         GO TO 1000-EXIT
001820     END-IF
001830     OPEN INPUT TRANSACTION-FILE
001840     IF tran-file-status = "00"
001850         SET TRAN-OPENED TO TRUE
001860     ELSE
001870         SET TRAN-EOF TO TRUE
001880     END-IF.
001890 1000-EXIT.
001900     EXIT.
001910*----------------------------------------------------------------
001920* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
001930*                       table, one "KEYWORD VALUE" card per
001940*                       record, blank and *-comment cards passed
001950*                       by; a deck that isn't cataloged leaves
001960*                       every parameter at its default. Same
001970*                       deck-and-lookup shape as GCJ's.
001980*----------------------------------------------------------------
001990 1800-LOAD-PARM-FILE.
002000     MOVE 0 TO parm-count
002010     MOVE "N" TO PARM-EOF-SW
002020     OPEN INPUT PARM-FILE
002030     IF parm-file-status NOT = "00"
002040         GO TO 1800-EXIT
002050     END-IF
002060     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
002070         UNTIL PARM-EOF
002080     CLOSE PARM-FILE.
002090 1800-EXIT.
002100     EXIT.
002110 1810-LOAD-ONE-PARM.
002120     READ PARM-FILE
002130         AT END
002140             SET PARM-EOF TO TRUE
002150             GO TO 1810-EXIT
002160     END-READ
002170     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
002180         GO TO 1810-EXIT
002190     END-IF
002200     IF parm-count NOT < parm-max
002210         GO TO 1810-EXIT
002220     END-IF
002230     MOVE 0 TO token-len
002240     INSPECT PARM-RECORD TALLYING token-len
002250         FOR CHARACTERS BEFORE INITIAL SPACE
002260     IF token-len = 0 OR token-len > 20
002270         GO TO 1810-EXIT
002280     END-IF
002290     ADD 1 TO parm-count
002300     MOVE SPACES TO pf-key(parm-count)
002310     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
002320     MOVE SPACES TO pf-value(parm-count)
002330     COMPUTE parm-token-start = token-len + 2
002340     IF parm-token-start > 80
002350         GO TO 1810-EXIT
002360     END-IF
002370     MOVE 0 TO token-len
002380     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
002390         FOR CHARACTERS BEFORE INITIAL SPACE
002400     IF token-len = 0 OR token-len > 20
002410         GO TO 1810-EXIT
002420     END-IF
002430     MOVE PARM-RECORD(parm-token-start:token-len)
002440         TO pf-value(parm-count).
002450 1810-EXIT.
002460     EXIT.
002470*----------------------------------------------------------------
002480* 1820-GET-PARM - the card PARM-NAME names, its value into
002490*                 ENV-TEXT; spaces when the deck doesn't carry
002500*                 it.
002510*----------------------------------------------------------------
002520 1820-GET-PARM.
002530     MOVE SPACES TO env-text
002540     MOVE "N" TO PARM-FOUND-SW
002550     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
002560         VARYING parm-idx FROM 1 BY 1
002570         UNTIL PARM-FOUND OR parm-idx > parm-count.
002580 1820-EXIT.
002590     EXIT.
002600 1830-MATCH-ONE-PARM.
002610     IF pf-key(parm-idx) = parm-name
002620         SET PARM-FOUND TO TRUE
002630         MOVE pf-value(parm-idx) TO env-text
002640     END-IF.
002650 1830-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------
002680* 2000-APPLY-TRANSACTIONS - one pass down the scheduling cards,
002690*                           one listing line per card.
002700*----------------------------------------------------------------
002710 2000-APPLY-TRANSACTIONS.
002720     PERFORM 2100-APPLY-ONE-TRANSACTION THRU 2100-EXIT
002730         UNTIL TRAN-EOF.
002740 2000-EXIT.
002750     EXIT.
002760 2100-APPLY-ONE-TRANSACTION.
002770     READ TRANSACTION-FILE
002780         AT END
002790             SET TRAN-EOF TO TRUE
002800             GO TO 2100-EXIT
002810     END-READ
002820     IF TRANSACTION-RECORD = SPACES
002830             OR TRANSACTION-RECORD(1:1) = "*"
002840         GO TO 2100-EXIT
002850     END-IF
002860     ADD 1 TO card-count
002870     PERFORM 2200-PARSE-TRANSACTION THRU 2200-EXIT
002880     IF reason-text NOT = SPACES
002890         PERFORM 2800-LIST-REFUSAL THRU 2800-EXIT
002900         GO TO 2100-EXIT
002910     END-IF
002920     MOVE tran-date TO CAL-RUN-DATE
002930     MOVE tran-session TO CAL-SESSION
002940     READ CALENDAR-MASTER
002950         INVALID KEY
002960             CONTINUE
002970     END-READ
002980     IF tran-code = "A"
002990         PERFORM 2300-ADD-SESSION THRU 2300-EXIT
003000     END-IF
003010     IF tran-code = "C"
003020         PERFORM 2400-CHANGE-SESSION THRU 2400-EXIT
003030     END-IF
003040     IF tran-code = "X"
003050         PERFORM 2500-CANCEL-SESSION THRU 2500-EXIT
003060     END-IF
003070     IF tran-code = "R"
003080         PERFORM 2600-REINSTATE-SESSION THRU 2600-EXIT
003090     END-IF
003100     IF reason-text NOT = SPACES
003110         PERFORM 2800-LIST-REFUSAL THRU 2800-EXIT
003120     END-IF.
003130 2100-EXIT.
003140     EXIT.
003150*----------------------------------------------------------------
003160* 2200-PARSE-TRANSACTION - the action code, then the date and
003170*                          session tokens behind it and, for A
003180*                          and C, the two volumes. Tokens are
003190*                          taken one at a time by 2250, so any
003200*                          run of spaces between them will do.
003210*                          REASON-TEXT comes back set when the
003220*                          card doesn't fit its shape.
003230*----------------------------------------------------------------
003240 2200-PARSE-TRANSACTION.
003250     MOVE SPACES TO reason-text
003260     MOVE 0 TO tran-date
003270     MOVE SPACES TO tran-session
003280     MOVE 0 TO tran-cases
003290     MOVE 0 TO tran-entrants
003300     MOVE TRANSACTION-RECORD(1:1) TO tran-code
003310     IF tran-code NOT = "A" AND tran-code NOT = "C"
003320             AND tran-code NOT = "X" AND tran-code NOT = "R"
003330         MOVE "ACTION CODE MUST BE A, C, X OR R" TO reason-text
003340         GO TO 2200-EXIT
003350     END-IF
003360     IF TRANSACTION-RECORD(2:1) NOT = SPACE
003370         MOVE "ACTION CODE MUST STAND ALONE IN COLUMN 1"
003380             TO reason-text
003390         GO TO 2200-EXIT
003400     END-IF
003410     MOVE 2 TO token-start
003420     MOVE 0 TO token-len
003430     PERFORM 2250-NEXT-TOKEN THRU 2250-EXIT
003440     IF token-len NOT = 8
003450         MOVE "RUN DATE MUST BE 8 DIGITS, YYYYMMDD" TO reason-text
003460         GO TO 2200-EXIT
003470     END-IF
003480     IF TRANSACTION-RECORD(token-start:8) IS NOT NUMERIC
003490         MOVE "RUN DATE MUST BE 8 DIGITS, YYYYMMDD" TO reason-text
003500         GO TO 2200-EXIT
003510     END-IF
003520     MOVE TRANSACTION-RECORD(token-start:8) TO tran-date
003530     PERFORM 2250-NEXT-TOKEN THRU 2250-EXIT
003540     IF token-len = 0 OR token-len > 8
003550         MOVE "SESSION ID MISSING OR LONGER THAN 8" TO reason-text
003560         GO TO 2200-EXIT
003570     END-IF
003580     MOVE TRANSACTION-RECORD(token-start:token-len)
003590         TO tran-session
003600     IF tran-code = "X" OR tran-code = "R"
003610         GO TO 2200-EXIT
003620     END-IF
003630     PERFORM 2250-NEXT-TOKEN THRU 2250-EXIT
003640     PERFORM 2260-TAKE-VOLUME THRU 2260-EXIT
003650     IF reason-text NOT = SPACES
003660         GO TO 2200-EXIT
003670     END-IF
003680     MOVE token-text TO tran-cases
003690     PERFORM 2250-NEXT-TOKEN THRU 2250-EXIT
003700     PERFORM 2260-TAKE-VOLUME THRU 2260-EXIT
003710     IF reason-text NOT = SPACES
003720         GO TO 2200-EXIT
003730     END-IF
003740     MOVE token-text TO tran-entrants.
003750 2200-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780* 2250-NEXT-TOKEN - step past the token just taken and any
003790*                   spaces after it; TOKEN-START/TOKEN-LEN come
003800*                   back on the next one, TOKEN-LEN zero when
003810*                   the card has run out.
003820*----------------------------------------------------------------
003830 2250-NEXT-TOKEN.
003840     COMPUTE token-start = token-start + token-len
003850     MOVE 0 TO token-len
003860     IF token-start > 80
003870         GO TO 2250-EXIT
003880     END-IF
003890     INSPECT TRANSACTION-RECORD(token-start:) TALLYING token-len
003900         FOR LEADING SPACES
003910     COMPUTE token-start = token-start + token-len
003920     MOVE 0 TO token-len
003930     IF token-start > 80
003940         GO TO 2250-EXIT
003950     END-IF
003960     INSPECT TRANSACTION-RECORD(token-start:) TALLYING token-len
003970         FOR CHARACTERS BEFORE INITIAL SPACE.
003980 2250-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------
004010* 2260-TAKE-VOLUME - the token in hand as a 1-9 digit volume,
004020*                    right-justified into TOKEN-TEXT the way
004030*                    GCJEVAL takes its numbers.
004040*----------------------------------------------------------------
004050 2260-TAKE-VOLUME.
004060     IF token-len = 0 OR token-len > 9
004070         MOVE "CASES AND ENTRANTS MUST BE 1-9 DIGITS"
004080             TO reason-text
004090         GO TO 2260-EXIT
004100     END-IF
004110     IF TRANSACTION-RECORD(token-start:token-len) IS NOT NUMERIC
004120         MOVE "CASES AND ENTRANTS MUST BE 1-9 DIGITS"
004130             TO reason-text
004140         GO TO 2260-EXIT
004150     END-IF
004160     MOVE TRANSACTION-RECORD(token-start:token-len) TO token-text.
004170 2260-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* 2300-ADD-SESSION - a new session on the calendar, SCHEDULED
004210*                    from the change date. A date and id already
004220*                    there - scheduled or cancelled - refuses; a
004230*                    called-off session coming back is
004240*                    reinstated, not re-added.
004250*----------------------------------------------------------------
004260 2300-ADD-SESSION.
004270     IF calendar-file-status = "00"
004280         MOVE "SESSION ALREADY ON THE CALENDAR" TO reason-text
004290         GO TO 2300-EXIT
004300     END-IF
004310     MOVE SPACES TO CALENDAR-RECORD
004320     MOVE tran-date TO CAL-RUN-DATE
004330     MOVE tran-session TO CAL-SESSION
004340     MOVE "SCHEDULED" TO CAL-STATUS
004350     MOVE tran-cases TO CAL-EXP-CASES
004360     MOVE tran-entrants TO CAL-EXP-ENTRANTS
004370     MOVE run-date TO CAL-ADD-DATE
004380     MOVE run-date TO CAL-CHG-DATE
004390     WRITE CALENDAR-RECORD
004400         INVALID KEY
004410             MOVE "SESSION ALREADY ON THE CALENDAR" TO reason-text
004420             GO TO 2300-EXIT
004430     END-WRITE
004440     ADD 1 TO added-count
004450     MOVE "ADDED" TO action-text
004460     PERFORM 2700-LIST-CHANGE THRU 2700-EXIT.
004470 2300-EXIT.
004480     EXIT.
004490 2400-CHANGE-SESSION.
004500     IF calendar-file-status NOT = "00"
004510         MOVE "SESSION NOT ON THE CALENDAR" TO reason-text
004520         GO TO 2400-EXIT
004530     END-IF
004540     MOVE CAL-EXP-CASES TO old-cases
004550     MOVE CAL-EXP-ENTRANTS TO old-entrants
004560     MOVE tran-cases TO CAL-EXP-CASES
004570     MOVE tran-entrants TO CAL-EXP-ENTRANTS
004580     MOVE run-date TO CAL-CHG-DATE
004590     REWRITE CALENDAR-RECORD
004600     ADD 1 TO changed-count
004610     MOVE "CHANGED" TO action-text
004620     PERFORM 2700-LIST-CHANGE THRU 2700-EXIT.
004630 2400-EXIT.
004640     EXIT.
004650 2500-CANCEL-SESSION.
004660     IF calendar-file-status NOT = "00"
004670         MOVE "SESSION NOT ON THE CALENDAR" TO reason-text
004680         GO TO 2500-EXIT
004690     END-IF
004700     IF CAL-STATUS NOT = "SCHEDULED"
004710         MOVE "SESSION ALREADY CANCELLED" TO reason-text
004720         GO TO 2500-EXIT
004730     END-IF
004740     MOVE "CANCELLED" TO CAL-STATUS
004750     MOVE run-date TO CAL-CHG-DATE
004760     REWRITE CALENDAR-RECORD
004770     ADD 1 TO cancelled-count
004780     MOVE "CANCELLED" TO action-text
004790     PERFORM 2700-LIST-CHANGE THRU 2700-EXIT.
004800 2500-EXIT.
004810     EXIT.
004820 2600-REINSTATE-SESSION.
004830     IF calendar-file-status NOT = "00"
004840         MOVE "SESSION NOT ON THE CALENDAR" TO reason-text
004850         GO TO 2600-EXIT
004860     END-IF
004870     IF CAL-STATUS NOT = "CANCELLED"
004880         MOVE "SESSION NOT CANCELLED" TO reason-text
004890         GO TO 2600-EXIT
004900     END-IF
004910     MOVE "SCHEDULED" TO CAL-STATUS
004920     MOVE run-date TO CAL-CHG-DATE
004930     REWRITE CALENDAR-RECORD
004940     ADD 1 TO reinstated-count
004950     MOVE "REINSTATED" TO action-text
004960     PERFORM 2700-LIST-CHANGE THRU 2700-EXIT.
004970 2600-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000* 2700-LIST-CHANGE - one applied card on the listing: what was
005010*                    done, to which date and session, the status
005020*                    it now stands at, and the volumes - before
005030*                    and after on a change.
005040*----------------------------------------------------------------
005050 2700-LIST-CHANGE.
005060     MOVE SPACES TO CHANGE-REPORT-REC
005070     IF tran-code = "C"
005080         STRING action-text DELIMITED BY SPACE
005090                " DATE=" DELIMITED BY SIZE
005100                CAL-RUN-DATE DELIMITED BY SIZE
005110                " SESSION " DELIMITED BY SIZE
005120                CAL-SESSION DELIMITED BY SPACE
005130                " STATUS=" DELIMITED BY SIZE
005140                CAL-STATUS DELIMITED BY SPACE
005150                " CASES WAS=" DELIMITED BY SIZE
005160                old-cases DELIMITED BY SIZE
005170                " NOW=" DELIMITED BY SIZE
005180                CAL-EXP-CASES DELIMITED BY SIZE
005190                " ENTRANTS WAS=" DELIMITED BY SIZE
005200                old-entrants DELIMITED BY SIZE
005210                " NOW=" DELIMITED BY SIZE
005220                CAL-EXP-ENTRANTS DELIMITED BY SIZE
005230                INTO CHANGE-REPORT-REC
005240         END-STRING
005250     ELSE
005260         STRING action-text DELIMITED BY SPACE
005270                " DATE=" DELIMITED BY SIZE
005280                CAL-RUN-DATE DELIMITED BY SIZE
005290                " SESSION " DELIMITED BY SIZE
005300                CAL-SESSION DELIMITED BY SPACE
005310                " STATUS=" DELIMITED BY SIZE
005320                CAL-STATUS DELIMITED BY SPACE
005330                " CASES=" DELIMITED BY SIZE
005340                CAL-EXP-CASES DELIMITED BY SIZE
005350                " ENTRANTS=" DELIMITED BY SIZE
005360                CAL-EXP-ENTRANTS DELIMITED BY SIZE
005370                INTO CHANGE-REPORT-REC
005380         END-STRING
005390     END-IF
005400     WRITE CHANGE-REPORT-REC.
005410 2700-EXIT.
005420     EXIT.
005430 2800-LIST-REFUSAL.
005440     ADD 1 TO refused-count
005450     MOVE SPACES TO CHANGE-REPORT-REC
005460     STRING "REFUSED - " DELIMITED BY SIZE
005470            reason-text DELIMITED BY "  "
005480            ": " DELIMITED BY SIZE
005490            TRANSACTION-RECORD DELIMITED BY SIZE
005500            INTO CHANGE-REPORT-REC
005510     END-STRING
005520     WRITE CHANGE-REPORT-REC.
005530 2800-EXIT.
005540     EXIT.
005550*----------------------------------------------------------------
005560* 2900-WRITE-CHANGE-TOTALS - the run's card arithmetic and where
005570*                            the calendar now stands.
005580*----------------------------------------------------------------
005590 2900-WRITE-CHANGE-TOTALS.
005600     MOVE SPACES TO CHANGE-REPORT-REC
005610     STRING "CALENDAR TOTALS: CARDS=" DELIMITED BY SIZE
005620            card-count DELIMITED BY SIZE
005630            " ADDED=" DELIMITED BY SIZE
005640            added-count DELIMITED BY SIZE
005650            " CHANGED=" DELIMITED BY SIZE
005660            changed-count DELIMITED BY SIZE
005670            " CANCELLED=" DELIMITED BY SIZE
005680            cancelled-count DELIMITED BY SIZE
005690            " REINSTATED=" DELIMITED BY SIZE
005700            reinstated-count DELIMITED BY SIZE
005710            " REFUSED=" DELIMITED BY SIZE
005720            refused-count DELIMITED BY SIZE
005730            INTO CHANGE-REPORT-REC
005740     END-STRING
005750     WRITE CHANGE-REPORT-REC
005760     MOVE SPACES TO CHANGE-REPORT-REC
005770     STRING "ON CALENDAR: SCHEDULED=" DELIMITED BY SIZE
005780            sched-left-count DELIMITED BY SIZE
005790            " (FROM " DELIMITED BY SIZE
005800            run-date DELIMITED BY SIZE
005810            " ON=" DELIMITED BY SIZE
005820            ahead-left-count DELIMITED BY SIZE
005830            ") CANCELLED=" DELIMITED BY SIZE
005840            cancl-left-count DELIMITED BY SIZE
005850            INTO CHANGE-REPORT-REC
005860     END-STRING
005870     WRITE CHANGE-REPORT-REC.
005880 2900-EXIT.
005890     EXIT.
005900*----------------------------------------------------------------
005910* 5000-COUNT-STANDING - one sequential sweep of the calendar for
005920*                       the SCHEDULED/CANCELLED standing counts,
005930*                       and how many scheduled sessions still lie
005940*                       ahead of the change date. Statuses are
005950*                       checked after START and READ NEXT both,
005960*                       as in GCJEREG's sweep.
005970*----------------------------------------------------------------
005980 5000-COUNT-STANDING.
005990     IF NOT CAL-AVAILABLE
006000         GO TO 5000-EXIT
006010     END-IF
006020     MOVE LOW-VALUES TO CAL-KEY
006030     START CALENDAR-MASTER KEY NOT < CAL-KEY
006040         INVALID KEY
006050             SET MASTER-EOF TO TRUE
006060     END-START
006070     IF calendar-file-status NOT = "00"
006080         SET MASTER-EOF TO TRUE
006090     END-IF
006100     PERFORM 5100-COUNT-ONE-SESSION THRU 5100-EXIT
006110         UNTIL MASTER-EOF.
006120 5000-EXIT.
006130     EXIT.
006140 5100-COUNT-ONE-SESSION.
006150     READ CALENDAR-MASTER NEXT RECORD
006160         AT END
006170             SET MASTER-EOF TO TRUE
006180             GO TO 5100-EXIT
006190     END-READ
006200     IF calendar-file-status NOT = "00"
006210         SET MASTER-EOF TO TRUE
006220         GO TO 5100-EXIT
006230     END-IF
006240     IF CAL-STATUS = "SCHEDULED"
006250         ADD 1 TO sched-left-count
006260         IF CAL-RUN-DATE NOT < run-date
006270             ADD 1 TO ahead-left-count
006280         END-IF
006290     ELSE
006300         ADD 1 TO cancl-left-count
006310     END-IF.
006320 5100-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------
006350* 9000-TERMINATE - close out the datasets.
006360*----------------------------------------------------------------
006370 9000-TERMINATE.
006380     IF CAL-AVAILABLE
006390         CLOSE CALENDAR-MASTER
006400     END-IF
006410     IF TRAN-OPENED
006420         CLOSE TRANSACTION-FILE
006430     END-IF
006440     CLOSE CHANGE-REPORT.
006450 9000-EXIT.
006460     EXIT.
