000010* Program: GCJSPLN - stream-count and batch-window planner
000020* Language: COBOL
000030* Author: KirarinSnow
000040* Usage: cobc -x thisfile.cob -o exec, then run after GCJSTAGE
000050*        and ahead of GCJSPLIT, against the night's staged
000060*        INFILE, the recent RUNSTATS generations (a fortnight's,
000070*        concatenated, is plenty) and the recent HLDFILE logs
000080*        GCJHBLK writes its load timings to. Cards on the
000090*        PARMFILE deck:
000100*            GCJ_RUN_DATE       run date YYYYMMDD (default today)
000110*            GCJ_SP_WINDOW_MIN  minutes from GCJSPLIT's start to
000120*                               the batch window cut-off
000130*                               (default 300)
000140*            GCJ_SP_CASE_RATE   cases one GCJ stream decides a
000150*                               minute (default 3000)
000160*        PLNRPT projects tonight's run time for one to four
000170*        streams, shows the figures each projection was built
000180*        from, and recommends the fewest streams that finish
000190*        inside the window. PLNDECK carries the recommended
000200*        night's PARMFILE decks as an IEBUPDTE input stream, the
000210*        way GCJRPLN writes RCVDECK - one "./ ADD NAME=" member
000220*        per step that reads the stream count: GCJSPLIT, each
000230*        GCJnn stream with its GCJ_CASE_OFFSET, GCJMERGE and
000240*        GCJHBLK (GCJ and GCJHBLK on a single-stream night).
000250*        Each member carries the step's GCJRCTL START cards too,
000260*        so it is the whole deck GCJPVAL sees; one deck can't
000270*        hold every stream's offset, GCJPVAL refuses a keyword
000280*        twice.
000290*        A projection that misses the window even at four
000300*        streams is flagged with a WARNING and RETURN-CODE 4 -
000310*        the decks are still written, the night still has to
000320*        run. An INFILE that can't be read or carries no valid
000330*        TOTAL header gets no plan and RETURN-CODE 8.
000340* Comments: The projection is deliberately plain arithmetic:
000350*             decide  the longest slice (GCJSPLIT's first, one
000360*                     case longer when TOTAL doesn't divide) at
000370*                     the GCJ_SP_CASE_RATE rate - the streams run
000380*                     side by side, so the longest one sets the
000390*                     pace;
000400*             split   GCJSPLIT and GCJMERGE between them make one
000410*             /merge  more sequential pass over the night, costed
000420*                     at the bulk load's per-record rate (only
000430*                     on a partitioned night);
000440*             load    tonight's TOTAL scaled by the share of
000450*                     TOTAL that recent whole-day RUNSTATS
000460*                     records actually processed (rejects and
000470*                     held cases never reach AUDFILE), at the
000480*                     slowest per-record rate on any GCJHBLK
000490*                     totals line in hand.
000500*           The load is costed as GCJHBLK on every plan, since it
000510*           is the only load that logs its elapsed time; the
000520*           single-stream deck runs GCJHBLK against the merged
000530*           AUDFILE for the same reason. Missing history falls
000540*           back to stated defaults, and the report says which
000550*           figures are history and which are defaults. A
000560*           catch-up file (BATCH header) is never cut by
000570*           GCJSPLIT, so it plans as one stream whatever the
000580*           projection says.
000590*
000600* Modification History:
000610* DATE       INIT  DESCRIPTION
000620* 2026-10-15 KS    New program - projects the night's run time
000630*                    for one to four streams off INFILE's TOTAL
000640*                    header, RUNSTATS and GCJHBLK's load timings,
000650*                    and writes the recommended GCJ_STREAMS and
000660*                    GCJ_CASE_OFFSET decks, so the stream count
000670*                    is no longer picked by gut feel before
000680*                    GCJSPLIT.
000690* 2026-10-15 KS    HLDFILE is now read at GCJHBLK's 160-byte
000700*                    record length, so its totals line comes in
000710*                    whole.
000720
000730 IDENTIFICATION DIVISION.
000740 PROGRAM-ID. GCJSPLN.
000750 AUTHOR. KirarinSnow.
000760 ENVIRONMENT DIVISION.
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT INPUT-FILE ASSIGN TO "INFILE"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS input-file-status.
000820     SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS input-file-status.
000850     SELECT HOLD-FILE ASSIGN TO "HLDFILE"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS input-file-status.
000880     SELECT PLAN-REPORT ASSIGN TO "PLNRPT"
000890         ORGANIZATION IS LINE SEQUENTIAL.
000900     SELECT DECK-FILE ASSIGN TO "PLNDECK"
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS parm-file-status.
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  INPUT-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORDING MODE IS F.
001000 01  INPUT-RECORD         PIC X(99).
001010 FD  RUNSTATS-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORDING MODE IS F.
001040 01  RUNSTATS-RECORD      PIC X(132).
001050 FD  HOLD-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORDING MODE IS F.
001080 01  HOLD-RECORD          PIC X(160).
001090 FD  PLAN-REPORT
001100     LABEL RECORDS ARE STANDARD
001110     RECORDING MODE IS F.
001120 01  PLAN-RECORD          PIC X(132).
001130 FD  DECK-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORDING MODE IS F.
001160 01  DECK-RECORD          PIC X(80).
001170 FD  PARM-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORDING MODE IS F.
001200 01  PARM-RECORD          PIC X(80).
001210 WORKING-STORAGE SECTION.
001220 77  input-file-status    PIC X(02).
001230 77  parm-file-status     PIC X(02).
001240 77  parm-max             PIC 9(9)  VALUE 30.
001250 77  max-streams          PIC 9(9)  VALUE 4.
001260 77  default-window-min   PIC 9(9)  VALUE 300.
001270 77  default-case-rate    PIC 9(9)  VALUE 3000.
001280 77  default-load-usec    PIC 9(9)  VALUE 2000.
001290 01  SWITCHES.
001300     05  FILE-EOF-SW      PIC X(01)  VALUE "N".
001310         88  FILE-EOF                VALUE "Y".
001320     05  ENV-PARSE-SW     PIC X(01)  VALUE "N".
001330         88  ENV-PARSED              VALUE "Y".
001340     05  HEADER-OK-SW     PIC X(01)  VALUE "N".
001350         88  HEADER-OK               VALUE "Y".
001360     05  CATCHUP-SW       PIC X(01)  VALUE "N".
001370         88  CATCHUP-FILE            VALUE "Y".
001380     05  RATE-CARD-SW     PIC X(01)  VALUE "N".
001390         88  RATE-FROM-CARD          VALUE "Y".
001400     05  WINDOW-CARD-SW   PIC X(01)  VALUE "N".
001410         88  WINDOW-FROM-CARD        VALUE "Y".
001420     05  AT-RISK-SW       PIC X(01)  VALUE "N".
001430         88  WINDOW-AT-RISK          VALUE "Y".
001440     05  PICKED-SW        PIC X(01)  VALUE "N".
001450         88  COUNT-PICKED            VALUE "Y".
001460     05  PARSE-SW         PIC X(01)  VALUE "N".
001470         88  PARSE-OK                VALUE "Y".
001480         88  PARSE-NOT-OK            VALUE "N".
001490     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
001500         88  PARM-EOF                VALUE "Y".
001510     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
001520         88  PARM-FOUND              VALUE "Y".
001530 01  env-text         PIC X(9).
001540 01  parm-count       PIC 9(9)  VALUE ZERO.
001550 01  PARM-TABLE.
001560     05  PARM-ENTRY OCCURS 30 TIMES.
001570         10  pf-key       PIC X(20).
001580         10  pf-value     PIC X(20).
001590 01  parm-idx         PIC 9(9).
001600 01  parm-name        PIC X(20).
001610 01  parm-token-start PIC 9(9).
001620 01  env-token-text   PIC X(9)  JUSTIFIED RIGHT.
001630 01  env-number       PIC 9(9).
001640 01  token-len        PIC 9(9).
001650 01  token-start      PIC 9(9).
001660 01  ln               PIC X(160).
001670 01  run-date         PIC 9(8).
001680 01  no-plan-reason   PIC X(44) VALUE SPACES.
001690*    Tonight.
001700 01  total-text       PIC X(6)  JUSTIFIED RIGHT.
001710 01  total            PIC 9(6).
001720 01  night-cases      PIC 9(9)  VALUE ZERO.
001730*    Recent whole-day RUNSTATS records.
001740 01  rs-date          PIC 9(8).
001750 01  rs-total         PIC 9(6).
001760 01  rs-processed     PIC 9(9).
001770 01  rs-mode          PIC X(7).
001780 01  hist-nights      PIC 9(9)  VALUE ZERO.
001790 01  hist-total-sum   PIC 9(12) VALUE ZERO.
001800 01  hist-processed-sum PIC 9(12) VALUE ZERO.
001810 01  hist-max-total   PIC 9(9)  VALUE ZERO.
001820 01  hist-avg-total   PIC 9(9)  VALUE ZERO.
001830 01  processed-pct    PIC 9(3)  VALUE 100.
001840 01  unparsed-count   PIC 9(9)  VALUE ZERO.
001850*    GCJHBLK load timings, microseconds per record read.
001860 01  hb-read          PIC 9(9).
001870 01  hb-elapsed       PIC 9(9).
001880 01  hb-usec          PIC 9(9).
001890 01  load-runs        PIC 9(9)  VALUE ZERO.
001900 01  load-usec        PIC 9(9)  VALUE ZERO.
001910 01  slow-read        PIC 9(9)  VALUE ZERO.
001920 01  slow-elapsed     PIC 9(9)  VALUE ZERO.
001930*    The projection, one row per stream count; seconds.
001940 01  case-rate        PIC 9(9).
001950 01  window-min       PIC 9(9).
001960 01  window-sec       PIC 9(9).
001970 01  load-records     PIC 9(9).
001980 01  plan-limit       PIC 9(9).
001990 01  PROJECTION-TABLE VALUE ZEROS.
002000     05  PROJECTION-ENTRY OCCURS 4 TIMES.
002010         10  pj-slice     PIC 9(9).
002020         10  pj-decide    PIC 9(9).
002030         10  pj-pass      PIC 9(9).
002040         10  pj-load      PIC 9(9).
002050         10  pj-total     PIC 9(9).
002060 01  sl               PIC 9(9).
002070 01  slice-base       PIC 9(9).
002080 01  slice-extra      PIC 9(9).
002090 01  plan-streams     PIC 9(9)  VALUE 1.
002100 01  plan-streams-x   PIC 9(1).
002110 01  show-min         PIC 9(6).
002120 01  show-decide      PIC 9(6).
002130 01  show-pass        PIC 9(6).
002140 01  show-load        PIC 9(6).
002150 01  show-total       PIC 9(6).
002160 01  show-window      PIC 9(6).
002170 01  show-miss        PIC 9(6).
002180 01  fit-text         PIC X(24).
002190*    GCJSPLIT's slice plan for the recommended count.
002200 01  SLICE-PLAN VALUE ZEROS.
002210     05  SLICE-PLAN-ENTRY OCCURS 4 TIMES.
002220         10  slice-count  PIC 9(9).
002230         10  slice-first  PIC 9(9).
002240         10  slice-last   PIC 9(9).
002250 01  copied-total     PIC 9(9).
002260*    The deck member in hand.
002270 01  deck-step        PIC X(8).
002280 01  deck-stream-no   PIC 9(9).
002290 01  deck-count       PIC 9(9)  VALUE ZERO.
002300 01  plan-offset      PIC 9(9).
002310 01  offset-text      PIC X(9).
002320 01  offset-start     PIC 9(9).
002330 01  offset-len       PIC 9(9).
002340 PROCEDURE DIVISION.
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002370     PERFORM 2000-READ-TONIGHT THRU 2000-EXIT
002380     IF HEADER-OK
002390         PERFORM 2200-TALLY-RUNSTATS THRU 2200-EXIT
002400         PERFORM 2400-TALLY-HLDFILE THRU 2400-EXIT
002410         PERFORM 3000-PROJECT THRU 3000-EXIT
002420         PERFORM 4000-WRITE-PROJECTION THRU 4000-EXIT
002430         PERFORM 5000-WRITE-DECKS THRU 5000-EXIT
002440     END-IF
002450     PERFORM 8000-WRITE-VERDICT THRU 8000-EXIT
002460     PERFORM 9000-TERMINATE THRU 9000-EXIT
002470     IF NOT HEADER-OK
002480         MOVE 8 TO RETURN-CODE
002490     ELSE
002500         IF WINDOW-AT-RISK
002510             MOVE 4 TO RETURN-CODE
002520         END-IF
002530     END-IF
002540     STOP RUN.
002550*----------------------------------------------------------------
002560* 1000-INITIALIZE - open the outputs and pick up the run date,
002570*                   the window and the per-stream decide rate.
002580*----------------------------------------------------------------
002590 1000-INITIALIZE.
002600     OPEN OUTPUT PLAN-REPORT
002610     OPEN OUTPUT DECK-FILE
002620     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
002630     ACCEPT run-date FROM DATE YYYYMMDD
002640     MOVE "GCJ_RUN_DATE" TO parm-name
002650     PERFORM 1820-GET-PARM THRU 1820-EXIT
002660     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
002670         MOVE env-text(1:8) TO run-date
002680     END-IF
002690     MOVE default-window-min TO window-min
002700     MOVE "GCJ_SP_WINDOW_MIN" TO parm-name
002710     PERFORM 1820-GET-PARM THRU 1820-EXIT
002720     PERFORM 1100-PARSE-ENV-NUMBER THRU 1100-EXIT
002730     IF ENV-PARSED AND env-number > 0 AND env-number < 10000
002740         MOVE env-number TO window-min
002750         SET WINDOW-FROM-CARD TO TRUE
002760     END-IF
002770     COMPUTE window-sec = window-min * 60
002780     MOVE default-case-rate TO case-rate
002790     MOVE "GCJ_SP_CASE_RATE" TO parm-name
002800     PERFORM 1820-GET-PARM THRU 1820-EXIT
002810     PERFORM 1100-PARSE-ENV-NUMBER THRU 1100-EXIT
002820     IF ENV-PARSED AND env-number > 0
002830         MOVE env-number TO case-rate
002840         SET RATE-FROM-CARD TO TRUE
002850     END-IF
002860     MOVE SPACES TO PLAN-RECORD
002870     STRING "STREAM PLAN FOR RUN DATE " DELIMITED BY SIZE
002880            run-date DELIMITED BY SIZE
002890            " - GCJ_STREAMS 1-4 AGAINST THE BATCH WINDOW"
002900            DELIMITED BY SIZE
002910            INTO PLAN-RECORD
002920     END-STRING
002930     WRITE PLAN-RECORD.
002940 1000-EXIT.
002950     EXIT.
002960*----------------------------------------------------------------
002970* 1100-PARSE-ENV-NUMBER - turn the digit string sitting in
002980*                         ENV-TEXT into ENV-NUMBER, same token
002990*                         technique as the CTLFILE parse in GCJ.
003000*----------------------------------------------------------------
003010 1100-PARSE-ENV-NUMBER.
003020     MOVE "N" TO ENV-PARSE-SW
003030     MOVE 0 TO token-len
003040     INSPECT env-text TALLYING token-len
003050         FOR CHARACTERS BEFORE INITIAL SPACE
003060     IF token-len = 0 OR token-len > 9
003070         GO TO 1100-EXIT
003080     END-IF
003090     IF env-text(1:token-len) IS NOT NUMERIC
003100         GO TO 1100-EXIT
003110     END-IF
003120     MOVE env-text(1:token-len) TO env-token-text
003130     MOVE env-token-text TO env-number
003140     SET ENV-PARSED TO TRUE.
003150 1100-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
003190*                       table, one "KEYWORD VALUE" card per
003200*                       record, blank and *-comment cards passed
003210*                       by; a deck that isn't cataloged leaves
003220*                       every parameter at its default. Same
003230*                       deck-and-lookup shape as GCJ's.
003240*----------------------------------------------------------------
003250 1800-LOAD-PARM-FILE.
003260     MOVE 0 TO parm-count
003270     MOVE "N" TO PARM-EOF-SW
003280     OPEN INPUT PARM-FILE
003290     IF parm-file-status NOT = "00"
003300         GO TO 1800-EXIT
003310     END-IF
003320     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
003330         UNTIL PARM-EOF
003340     CLOSE PARM-FILE.
003350 1800-EXIT.
003360     EXIT.
003370 1810-LOAD-ONE-PARM.
003380     READ PARM-FILE
003390         AT END
003400             SET PARM-EOF TO TRUE
003410             GO TO 1810-EXIT
003420     END-READ
003430     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
003440         GO TO 1810-EXIT
003450     END-IF
003460     IF parm-count NOT < parm-max
003470         GO TO 1810-EXIT
003480     END-IF
003490     MOVE 0 TO token-len
003500     INSPECT PARM-RECORD TALLYING token-len
003510         FOR CHARACTERS BEFORE INITIAL SPACE
003520     IF token-len = 0 OR token-len > 20
003530         GO TO 1810-EXIT
003540     END-IF
003550     ADD 1 TO parm-count
003560     MOVE SPACES TO pf-key(parm-count)
003570     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
003580     MOVE SPACES TO pf-value(parm-count)
003590     COMPUTE parm-token-start = token-len + 2
003600     IF parm-token-start > 80
003610         GO TO 1810-EXIT
003620     END-IF
003630     MOVE 0 TO token-len
003640     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
003650         FOR CHARACTERS BEFORE INITIAL SPACE
003660     IF token-len = 0 OR token-len > 20
003670         GO TO 1810-EXIT
003680     END-IF
003690     MOVE PARM-RECORD(parm-token-start:token-len)
003700         TO pf-value(parm-count).
003710 1810-EXIT.
003720     EXIT.
003730*----------------------------------------------------------------
003740* 1820-GET-PARM - the card PARM-NAME names, its value into
003750*                 ENV-TEXT; spaces when the deck doesn't carry
003760*                 it.
003770*----------------------------------------------------------------
003780 1820-GET-PARM.
003790     MOVE SPACES TO env-text
003800     MOVE "N" TO PARM-FOUND-SW
003810     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
003820         VARYING parm-idx FROM 1 BY 1
003830         UNTIL PARM-FOUND OR parm-idx > parm-count.
003840 1820-EXIT.
003850     EXIT.
003860 1830-MATCH-ONE-PARM.
003870     IF pf-key(parm-idx) = parm-name
003880         SET PARM-FOUND TO TRUE
003890         MOVE pf-value(parm-idx) TO env-text
003900     END-IF.
003910 1830-EXIT.
003920     EXIT.
003930*----------------------------------------------------------------
003940* 2000-READ-TONIGHT - tonight's volume. A TOTAL header is read
003950*                     the way GCJSPLIT reads it - 1-6 digits, no
003960*                     more - so the plan refuses exactly the
003970*                     files the split would. A catch-up file's
003980*                     volume is its case lines, counted, markers
003990*                     passed by.
004000*----------------------------------------------------------------
004010 2000-READ-TONIGHT.
004020     MOVE "N" TO FILE-EOF-SW
004030     OPEN INPUT INPUT-FILE
004040     IF input-file-status NOT = "00"
004050         MOVE "INFILE NOT CATALOGED" TO no-plan-reason
004060         GO TO 2000-EXIT
004070     END-IF
004080     READ INPUT-FILE
004090         AT END
004100             SET FILE-EOF TO TRUE
004110     END-READ
004120     IF FILE-EOF
004130         MOVE "INFILE EMPTY - NO TOTAL HEADER" TO no-plan-reason
004140         CLOSE INPUT-FILE
004150         GO TO 2000-EXIT
004160     END-IF
004170     IF INPUT-RECORD(1:6) = "BATCH "
004180         SET CATCHUP-FILE TO TRUE
004190         SET HEADER-OK TO TRUE
004200         PERFORM 2100-COUNT-CATCHUP-LINE THRU 2100-EXIT
004210             UNTIL FILE-EOF
004220         CLOSE INPUT-FILE
004230         GO TO 2000-EXIT
004240     END-IF
004250     CLOSE INPUT-FILE
004260     MOVE 0 TO token-len
004270     INSPECT INPUT-RECORD TALLYING token-len
004280         FOR CHARACTERS BEFORE INITIAL SPACE
004290     IF token-len = 0 OR token-len > 6
004300         MOVE "INVALID TOTAL HEADER ON INFILE" TO no-plan-reason
004310         GO TO 2000-EXIT
004320     END-IF
004330     IF INPUT-RECORD(1:token-len) IS NOT NUMERIC
004340         MOVE "INVALID TOTAL HEADER ON INFILE" TO no-plan-reason
004350         GO TO 2000-EXIT
004360     END-IF
004370     MOVE INPUT-RECORD(1:token-len) TO total-text
004380     MOVE total-text TO total
004390     MOVE total TO night-cases
004400     SET HEADER-OK TO TRUE.
004410 2000-EXIT.
004420     EXIT.
004430 2100-COUNT-CATCHUP-LINE.
004440     IF INPUT-RECORD(1:6) NOT = "BATCH "
004450             AND INPUT-RECORD(1:8) NOT = "SESSION "
004460             AND INPUT-RECORD(1:8) NOT = "ENTRANT "
004470             AND INPUT-RECORD NOT = SPACES
004480         ADD 1 TO night-cases
004490     END-IF
004500     READ INPUT-FILE
004510         AT END
004520             SET FILE-EOF TO TRUE
004530     END-READ.
004540 2100-EXIT.
004550     EXIT.
004560*----------------------------------------------------------------
004570* 2200-TALLY-RUNSTATS - the whole-day records (FRESH, CATCHUP)
004580*                       in hand: how big recent nights ran and
004590*                       what share of TOTAL they processed.
004600*                       Stream segments, restarts and repair
004610*                       passes don't state a whole night, so
004620*                       they are passed by.
004630*----------------------------------------------------------------
004640 2200-TALLY-RUNSTATS.
004650     MOVE "N" TO FILE-EOF-SW
004660     OPEN INPUT RUNSTATS-FILE
004670     IF input-file-status NOT = "00"
004680         GO TO 2200-EXIT
004690     END-IF
004700     PERFORM 2210-TALLY-ONE-RUNSTATS THRU 2210-EXIT
004710         UNTIL FILE-EOF
004720     CLOSE RUNSTATS-FILE
004730     IF hist-total-sum > 0
004740         COMPUTE processed-pct =
004750             hist-processed-sum * 100 / hist-total-sum
004760         IF processed-pct > 100 OR processed-pct = 0
004770             MOVE 100 TO processed-pct
004780         END-IF
004790         COMPUTE hist-avg-total = hist-total-sum / hist-nights
004800     END-IF.
004810 2200-EXIT.
004820     EXIT.
004830 2210-TALLY-ONE-RUNSTATS.
004840     READ RUNSTATS-FILE
004850         AT END
004860             SET FILE-EOF TO TRUE
004870             GO TO 2210-EXIT
004880     END-READ
004890     MOVE RUNSTATS-RECORD TO ln
004900     PERFORM 2250-PARSE-RUNSTATS THRU 2250-EXIT
004910     IF PARSE-NOT-OK
004920         ADD 1 TO unparsed-count
004930         GO TO 2210-EXIT
004940     END-IF
004950     IF rs-mode NOT = "FRESH" AND rs-mode NOT = "CATCHUP"
004960         GO TO 2210-EXIT
004970     END-IF
004980     IF rs-total = 0
004990         GO TO 2210-EXIT
005000     END-IF
005010     ADD 1 TO hist-nights
005020     ADD rs-total TO hist-total-sum
005030     ADD rs-processed TO hist-processed-sum
005040     IF rs-total > hist-max-total
005050         MOVE rs-total TO hist-max-total
005060     END-IF.
005070 2210-EXIT.
005080     EXIT.
005090*----------------------------------------------------------------
005100* 2250-PARSE-RUNSTATS - the fields GCJ's 2970 strings, at the
005110*                       offsets GCJTREND reads them from.
005120*----------------------------------------------------------------
005130 2250-PARSE-RUNSTATS.
005140     SET PARSE-OK TO TRUE
005150     IF ln(1:5) NOT = "DATE=" OR ln(6:8) IS NOT NUMERIC
005160         SET PARSE-NOT-OK TO TRUE
005170         GO TO 2250-EXIT
005180     END-IF
005190     IF ln(14:7) NOT = " TOTAL=" OR ln(21:6) IS NOT NUMERIC
005200         SET PARSE-NOT-OK TO TRUE
005210         GO TO 2250-EXIT
005220     END-IF
005230     IF ln(27:11) NOT = " PROCESSED="
005240             OR ln(38:9) IS NOT NUMERIC
005250         SET PARSE-NOT-OK TO TRUE
005260         GO TO 2250-EXIT
005270     END-IF
005280     IF ln(97:6) NOT = " MODE="
005290         SET PARSE-NOT-OK TO TRUE
005300         GO TO 2250-EXIT
005310     END-IF
005320     MOVE ln(6:8) TO rs-date
005330     MOVE ln(21:6) TO rs-total
005340     MOVE ln(38:9) TO rs-processed
005350     MOVE ln(103:7) TO rs-mode.
005360 2250-EXIT.
005370     EXIT.
005380*----------------------------------------------------------------
005390* 2400-TALLY-HLDFILE - every GCJHBLK totals line in hand gives
005400*                      a per-record load rate, ELAPSED over READ;
005410*                      the slowest one is kept. GCJHLOAD's totals
005420*                      line carries no ELAPSED= and is passed by.
005430*----------------------------------------------------------------
005440 2400-TALLY-HLDFILE.
005450     MOVE "N" TO FILE-EOF-SW
005460     OPEN INPUT HOLD-FILE
005470     IF input-file-status NOT = "00"
005480         GO TO 2400-EXIT
005490     END-IF
005500     PERFORM 2410-TALLY-ONE-HOLD THRU 2410-EXIT
005510         UNTIL FILE-EOF
005520     CLOSE HOLD-FILE.
005530 2400-EXIT.
005540     EXIT.
005550 2410-TALLY-ONE-HOLD.
005560     READ HOLD-FILE
005570         AT END
005580             SET FILE-EOF TO TRUE
005590             GO TO 2410-EXIT
005600     END-READ
005610     MOVE HOLD-RECORD TO ln
005620     IF ln(1:23) NOT = "BULK LOAD TOTALS: READ="
005630             OR ln(24:9) IS NOT NUMERIC
005640         GO TO 2410-EXIT
005650     END-IF
005660     MOVE ln(24:9) TO hb-read
005670     MOVE 0 TO token-len
005680     INSPECT ln TALLYING token-len
005690         FOR CHARACTERS BEFORE INITIAL " ELAPSED="
005700     COMPUTE token-start = token-len + 10
005710     IF token-start > 152
005720         GO TO 2410-EXIT
005730     END-IF
005740     IF ln(token-start:9) IS NOT NUMERIC
005750         GO TO 2410-EXIT
005760     END-IF
005770     MOVE ln(token-start:9) TO hb-elapsed
005780     IF hb-read = 0
005790         GO TO 2410-EXIT
005800     END-IF
005810     ADD 1 TO load-runs
005820     COMPUTE hb-usec = hb-elapsed * 1000000 / hb-read
005830     IF load-runs = 1 OR hb-usec > load-usec
005840         MOVE hb-usec TO load-usec
005850         MOVE hb-read TO slow-read
005860         MOVE hb-elapsed TO slow-elapsed
005870     END-IF.
005880 2410-EXIT.
005890     EXIT.
005900*----------------------------------------------------------------
005910* 3000-PROJECT - each stream count's run time, then the fewest
005920*                streams that finish inside the window. A catch-
005930*                up file only ever runs as one stream; when no
005940*                count fits, the most the plan may use is taken
005950*                and the window is flagged at risk.
005960*----------------------------------------------------------------
005970 3000-PROJECT.
005980     IF load-runs = 0
005990         MOVE default-load-usec TO load-usec
006000     END-IF
006010     COMPUTE load-records =
006020         (night-cases * processed-pct + 99) / 100
006030     MOVE max-streams TO plan-limit
006040     IF CATCHUP-FILE
006050         MOVE 1 TO plan-limit
006060     END-IF
006070     PERFORM 3100-PROJECT-ONE-COUNT THRU 3100-EXIT
006080         VARYING sl FROM 1 BY 1 UNTIL sl > plan-limit
006090     MOVE "N" TO PICKED-SW
006100     PERFORM 3200-TRY-ONE-COUNT THRU 3200-EXIT
006110         VARYING sl FROM 1 BY 1
006120         UNTIL sl > plan-limit OR COUNT-PICKED
006130     IF NOT COUNT-PICKED
006140         MOVE plan-limit TO plan-streams
006150         SET WINDOW-AT-RISK TO TRUE
006160     END-IF.
006170 3000-EXIT.
006180     EXIT.
006190 3100-PROJECT-ONE-COUNT.
006200     DIVIDE night-cases BY sl GIVING slice-base
006210         REMAINDER slice-extra
006220     MOVE slice-base TO pj-slice(sl)
006230     IF slice-extra > 0
006240         ADD 1 TO pj-slice(sl)
006250     END-IF
006260     COMPUTE pj-decide(sl) =
006270         (pj-slice(sl) * 60 + case-rate - 1) / case-rate
006280     COMPUTE pj-load(sl) =
006290         (load-records * load-usec + 999999) / 1000000
006300     MOVE 0 TO pj-pass(sl)
006310     IF sl > 1
006320         COMPUTE pj-pass(sl) =
006330             (night-cases * load-usec + 999999) / 1000000
006340     END-IF
006350     COMPUTE pj-total(sl) =
006360         pj-decide(sl) + pj-pass(sl) + pj-load(sl).
006370 3100-EXIT.
006380     EXIT.
006390 3200-TRY-ONE-COUNT.
006400     IF pj-total(sl) NOT > window-sec
006410         MOVE sl TO plan-streams
006420         SET COUNT-PICKED TO TRUE
006430     END-IF.
006440 3200-EXIT.
006450     EXIT.
006460*----------------------------------------------------------------
006470* 4000-WRITE-PROJECTION - the figures the projection was built
006480*                         from, history or default, then one
006490*                         line per stream count in minutes.
006500*----------------------------------------------------------------
006510 4000-WRITE-PROJECTION.
006520     MOVE SPACES TO PLAN-RECORD
006530     IF CATCHUP-FILE
006540         STRING "TONIGHT: CATCH-UP FILE, CASE LINES="
006550                DELIMITED BY SIZE
006560                night-cases DELIMITED BY SIZE
006570                " - GCJSPLIT DOES NOT CUT A CATCH-UP FILE, "
006580                DELIMITED BY SIZE
006590                "PLANNED AS ONE STREAM" DELIMITED BY SIZE
006600                INTO PLAN-RECORD
006610         END-STRING
006620     ELSE
006630         STRING "TONIGHT: INFILE TOTAL=" DELIMITED BY SIZE
006640                night-cases DELIMITED BY SIZE
006650                " CASES" DELIMITED BY SIZE
006660                INTO PLAN-RECORD
006670         END-STRING
006680     END-IF
006690     WRITE PLAN-RECORD
006700     MOVE SPACES TO PLAN-RECORD
006710     IF hist-nights = 0
006720         STRING "HISTORY: NO WHOLE-DAY RUNSTATS RECORDS IN "
006730                DELIMITED BY SIZE
006740                "HAND - " DELIMITED BY SIZE
006750                "LOAD VOLUME TAKEN AS THE FULL TOTAL"
006760                DELIMITED BY SIZE
006770                INTO PLAN-RECORD
006780         END-STRING
006790     ELSE
006800         STRING "HISTORY: NIGHTS=" DELIMITED BY SIZE
006810                hist-nights DELIMITED BY SIZE
006820                " AVERAGE TOTAL=" DELIMITED BY SIZE
006830                hist-avg-total DELIMITED BY SIZE
006840                " LARGEST TOTAL=" DELIMITED BY SIZE
006850                hist-max-total DELIMITED BY SIZE
006860                " PROCESSED=" DELIMITED BY SIZE
006870                processed-pct DELIMITED BY SIZE
006880                " PCT OF TOTAL" DELIMITED BY SIZE
006890                INTO PLAN-RECORD
006900         END-STRING
006910     END-IF
006920     WRITE PLAN-RECORD
006930     IF hist-nights > 0 AND night-cases > hist-max-total
006940         MOVE SPACES TO PLAN-RECORD
006950         STRING "         TONIGHT IS LARGER THAN ANY NIGHT ON "
006960                DELIMITED BY SIZE
006970                "THE RUNSTATS IN HAND" DELIMITED BY SIZE
006980                INTO PLAN-RECORD
006990         END-STRING
007000         WRITE PLAN-RECORD
007010     END-IF
007020     IF unparsed-count > 0
007030         MOVE SPACES TO PLAN-RECORD
007040         STRING "         RUNSTATS RECORDS UNREADABLE="
007050                DELIMITED BY SIZE
007060                unparsed-count DELIMITED BY SIZE
007070                INTO PLAN-RECORD
007080         END-STRING
007090         WRITE PLAN-RECORD
007100     END-IF
007110     MOVE SPACES TO PLAN-RECORD
007120     IF load-runs = 0
007130         STRING "LOAD RATE: " DELIMITED BY SIZE
007140                load-usec DELIMITED BY SIZE
007150                " MICROSECONDS PER RECORD - DEFAULT, NO GCJHBLK "
007160                DELIMITED BY SIZE
007170                "TIMINGS ON HLDFILE" DELIMITED BY SIZE
007180                INTO PLAN-RECORD
007190         END-STRING
007200     ELSE
007210         STRING "LOAD RATE: " DELIMITED BY SIZE
007220                load-usec DELIMITED BY SIZE
007230                " MICROSECONDS PER RECORD - SLOWEST OF "
007240                DELIMITED BY SIZE
007250                load-runs DELIMITED BY SIZE
007260                " GCJHBLK RUNS (READ=" DELIMITED BY SIZE
007270                slow-read DELIMITED BY SIZE
007280                " ELAPSED=" DELIMITED BY SIZE
007290                slow-elapsed DELIMITED BY SIZE
007300                " SECONDS)" DELIMITED BY SIZE
007310                INTO PLAN-RECORD
007320         END-STRING
007330     END-IF
007340     WRITE PLAN-RECORD
007350     MOVE SPACES TO PLAN-RECORD
007360     IF RATE-FROM-CARD
007370         STRING "DECIDE RATE: " DELIMITED BY SIZE
007380                case-rate DELIMITED BY SIZE
007390                " CASES A MINUTE PER STREAM - GCJ_SP_CASE_RATE"
007400                DELIMITED BY SIZE
007410                INTO PLAN-RECORD
007420         END-STRING
007430     ELSE
007440         STRING "DECIDE RATE: " DELIMITED BY SIZE
007450                case-rate DELIMITED BY SIZE
007460                " CASES A MINUTE PER STREAM - DEFAULT"
007470                DELIMITED BY SIZE
007480                INTO PLAN-RECORD
007490         END-STRING
007500     END-IF
007510     WRITE PLAN-RECORD
007520     MOVE window-min TO show-window
007530     MOVE SPACES TO PLAN-RECORD
007540     IF WINDOW-FROM-CARD
007550         STRING "WINDOW: " DELIMITED BY SIZE
007560                show-window DELIMITED BY SIZE
007570                " MINUTES TO CUT-OFF - GCJ_SP_WINDOW_MIN"
007580                DELIMITED BY SIZE
007590                INTO PLAN-RECORD
007600         END-STRING
007610     ELSE
007620         STRING "WINDOW: " DELIMITED BY SIZE
007630                show-window DELIMITED BY SIZE
007640                " MINUTES TO CUT-OFF - DEFAULT" DELIMITED BY SIZE
007650                INTO PLAN-RECORD
007660         END-STRING
007670     END-IF
007680     WRITE PLAN-RECORD
007690     MOVE SPACES TO PLAN-RECORD
007700     WRITE PLAN-RECORD
007710     PERFORM 4100-WRITE-ONE-COUNT THRU 4100-EXIT
007720         VARYING sl FROM 1 BY 1 UNTIL sl > plan-limit
007730     MOVE SPACES TO PLAN-RECORD
007740     WRITE PLAN-RECORD.
007750 4000-EXIT.
007760     EXIT.
007770 4100-WRITE-ONE-COUNT.
007780     COMPUTE show-decide = (pj-decide(sl) + 59) / 60
007790     COMPUTE show-pass = (pj-pass(sl) + 59) / 60
007800     COMPUTE show-load = (pj-load(sl) + 59) / 60
007810     COMPUTE show-total = (pj-total(sl) + 59) / 60
007820     MOVE SPACES TO fit-text
007830     IF pj-total(sl) NOT > window-sec
007840         MOVE "FITS" TO fit-text
007850     ELSE
007860         COMPUTE show-miss = show-total - show-window
007870         STRING "MISSES BY " DELIMITED BY SIZE
007880                show-miss DELIMITED BY SIZE
007890                " MIN" DELIMITED BY SIZE
007900                INTO fit-text
007910         END-STRING
007920     END-IF
007930     MOVE sl TO plan-streams-x
007940     MOVE SPACES TO PLAN-RECORD
007950     STRING "STREAMS=" DELIMITED BY SIZE
007960            plan-streams-x DELIMITED BY SIZE
007970            " LONGEST SLICE=" DELIMITED BY SIZE
007980            pj-slice(sl) DELIMITED BY SIZE
007990            " DECIDE=" DELIMITED BY SIZE
008000            show-decide DELIMITED BY SIZE
008010            " SPLIT/MERGE=" DELIMITED BY SIZE
008020            show-pass DELIMITED BY SIZE
008030            " LOAD=" DELIMITED BY SIZE
008040            show-load DELIMITED BY SIZE
008050            " TOTAL=" DELIMITED BY SIZE
008060            show-total DELIMITED BY SIZE
008070            " MIN  " DELIMITED BY SIZE
008080            fit-text DELIMITED BY SIZE
008090            INTO PLAN-RECORD
008100     END-STRING
008110     WRITE PLAN-RECORD.
008120 4100-EXIT.
008130     EXIT.
008140*----------------------------------------------------------------
008150* 5000-WRITE-DECKS - cut the recommended count's slices the way
008160*                    GCJSPLIT will (TOTAL / streams apiece, the
008170*                    first TOTAL-mod-streams one longer) and
008180*                    write each step's member on PLNDECK.
008190*----------------------------------------------------------------
008200 5000-WRITE-DECKS.
008210     MOVE plan-streams TO plan-streams-x
008220     MOVE SPACES TO PLAN-RECORD
008230     IF WINDOW-AT-RISK
008240         STRING "RECOMMENDED: GCJ_STREAMS " DELIMITED BY SIZE
008250                plan-streams-x DELIMITED BY SIZE
008260                " - NO STREAM COUNT FITS, THE MOST THE NIGHT "
008270                DELIMITED BY SIZE
008280                "CAN USE" DELIMITED BY SIZE
008290                INTO PLAN-RECORD
008300         END-STRING
008310     ELSE
008320         STRING "RECOMMENDED: GCJ_STREAMS " DELIMITED BY SIZE
008330                plan-streams-x DELIMITED BY SIZE
008340                INTO PLAN-RECORD
008350         END-STRING
008360     END-IF
008370     WRITE PLAN-RECORD
008380     PERFORM 5050-WRITE-REASON THRU 5050-EXIT
008390     DIVIDE night-cases BY plan-streams GIVING slice-base
008400         REMAINDER slice-extra
008410     MOVE 0 TO copied-total
008420     PERFORM 5100-PLAN-ONE-SLICE THRU 5100-EXIT
008430         VARYING sl FROM 1 BY 1 UNTIL sl > plan-streams
008440     IF plan-streams = 1
008450         MOVE 0 TO deck-stream-no
008460         MOVE "GCJ" TO deck-step
008470         PERFORM 5200-WRITE-MEMBER THRU 5200-EXIT
008480     ELSE
008490         MOVE 0 TO deck-stream-no
008500         MOVE "GCJSPLIT" TO deck-step
008510         PERFORM 5200-WRITE-MEMBER THRU 5200-EXIT
008520         PERFORM 5150-WRITE-STREAM-MEMBER THRU 5150-EXIT
008530             VARYING sl FROM 1 BY 1 UNTIL sl > plan-streams
008540         MOVE 0 TO deck-stream-no
008550         MOVE "GCJMERGE" TO deck-step
008560         PERFORM 5200-WRITE-MEMBER THRU 5200-EXIT
008570     END-IF
008580     MOVE 0 TO deck-stream-no
008590     MOVE "GCJHBLK" TO deck-step
008600     PERFORM 5200-WRITE-MEMBER THRU 5200-EXIT
008610     MOVE "./ ENDUP" TO DECK-RECORD
008620     WRITE DECK-RECORD.
008630 5000-EXIT.
008640     EXIT.
008650*----------------------------------------------------------------
008660* 5050-WRITE-REASON - why the count was picked, in words, under
008670*                     the recommendation line.
008680*----------------------------------------------------------------
008690 5050-WRITE-REASON.
008700     MOVE pj-total(plan-streams) TO show-min
008710     COMPUTE show-total = (show-min + 59) / 60
008720     MOVE SPACES TO PLAN-RECORD
008730     IF WINDOW-AT-RISK
008740         COMPUTE show-miss = show-total - show-window
008750         STRING "             PROJECTED " DELIMITED BY SIZE
008760                show-total DELIMITED BY SIZE
008770                " MIN AGAINST A " DELIMITED BY SIZE
008780                show-window DELIMITED BY SIZE
008790                "-MINUTE WINDOW - " DELIMITED BY SIZE
008800                show-miss DELIMITED BY SIZE
008810                " MIN PAST THE CUT-OFF" DELIMITED BY SIZE
008820                INTO PLAN-RECORD
008830         END-STRING
008840         WRITE PLAN-RECORD
008850         GO TO 5050-EXIT
008860     END-IF
008870     IF plan-streams = 1
008880         STRING "             ONE STREAM FINISHES IN "
008890                DELIMITED BY SIZE
008900                show-total DELIMITED BY SIZE
008910                " MIN, INSIDE THE " DELIMITED BY SIZE
008920                show-window DELIMITED BY SIZE
008930                "-MINUTE WINDOW - NO SPLIT NEEDED"
008940                DELIMITED BY SIZE
008950                INTO PLAN-RECORD
008960         END-STRING
008970     ELSE
008980         STRING "             FEWEST STREAMS INSIDE THE "
008990                DELIMITED BY SIZE
009000                show-window DELIMITED BY SIZE
009010                "-MINUTE WINDOW - PROJECTED " DELIMITED BY SIZE
009020                show-total DELIMITED BY SIZE
009030                " MIN, ONE STREAM FEWER MISSES IT"
009040                DELIMITED BY SIZE
009050                INTO PLAN-RECORD
009060         END-STRING
009070     END-IF
009080     WRITE PLAN-RECORD.
009090 5050-EXIT.
009100     EXIT.
009110 5100-PLAN-ONE-SLICE.
009120     MOVE slice-base TO slice-count(sl)
009130     IF sl NOT > slice-extra
009140         ADD 1 TO slice-count(sl)
009150     END-IF
009160     COMPUTE slice-first(sl) = copied-total + 1
009170     COMPUTE slice-last(sl) = copied-total + slice-count(sl)
009180     MOVE slice-last(sl) TO copied-total.
009190 5100-EXIT.
009200     EXIT.
009210 5150-WRITE-STREAM-MEMBER.
009220     MOVE sl TO deck-stream-no
009230     MOVE sl TO plan-streams-x
009240     MOVE SPACES TO deck-step
009250     STRING "GCJ0" DELIMITED BY SIZE
009260            plan-streams-x DELIMITED BY SIZE
009270            INTO deck-step
009280     END-STRING
009290     MOVE plan-streams TO plan-streams-x
009300     PERFORM 5200-WRITE-MEMBER THRU 5200-EXIT.
009310 5150-EXIT.
009320     EXIT.
009330*----------------------------------------------------------------
009340* 5200-WRITE-MEMBER - one step's member on PLNDECK: the GCJRCTL
009350*                     START cards, then GCJ_STREAMS on the steps
009360*                     that read it and the stream's offset on a
009370*                     GCJnn; a line on PLNRPT names it.
009380*----------------------------------------------------------------
009390 5200-WRITE-MEMBER.
009400     MOVE plan-streams TO plan-streams-x
009410     ADD 1 TO deck-count
009420     MOVE SPACES TO DECK-RECORD
009430     STRING "./ ADD NAME=" DELIMITED BY SIZE
009440            deck-step DELIMITED BY SPACE
009450            INTO DECK-RECORD
009460     END-STRING
009470     WRITE DECK-RECORD
009480     MOVE SPACES TO DECK-RECORD
009490     STRING "* STREAM PLAN DECK - RUN DATE " DELIMITED BY SIZE
009500            run-date DELIMITED BY SIZE
009510            " STEP " DELIMITED BY SIZE
009520            deck-step DELIMITED BY SIZE
009530            " STREAMS " DELIMITED BY SIZE
009540            plan-streams-x DELIMITED BY SIZE
009550            INTO DECK-RECORD
009560     END-STRING
009570     WRITE DECK-RECORD
009580     MOVE SPACES TO DECK-RECORD
009590     STRING "GCJ_RC_STEP " DELIMITED BY SIZE
009600            deck-step DELIMITED BY SPACE
009610            INTO DECK-RECORD
009620     END-STRING
009630     WRITE DECK-RECORD
009640     MOVE "GCJ_RC_EVENT START" TO DECK-RECORD
009650     WRITE DECK-RECORD
009660     MOVE SPACES TO DECK-RECORD
009670     STRING "GCJ_RC_DATE " DELIMITED BY SIZE
009680            run-date DELIMITED BY SIZE
009690            INTO DECK-RECORD
009700     END-STRING
009710     WRITE DECK-RECORD
009720     IF deck-step = "GCJ" OR deck-stream-no > 0
009730         MOVE "GCJ_RC_MODE FRESH" TO DECK-RECORD
009740         WRITE DECK-RECORD
009750     END-IF
009760     IF deck-step NOT = "GCJ"
009770         MOVE SPACES TO DECK-RECORD
009780         STRING "GCJ_STREAMS " DELIMITED BY SIZE
009790                plan-streams-x DELIMITED BY SIZE
009800                INTO DECK-RECORD
009810         END-STRING
009820         WRITE DECK-RECORD
009830     END-IF
009840     MOVE SPACES TO PLAN-RECORD
009850     IF deck-stream-no > 0
009860         PERFORM 5300-WRITE-OFFSET-CARD THRU 5300-EXIT
009870         STRING "DECK MEMBER " DELIMITED BY SIZE
009880                deck-step DELIMITED BY SIZE
009890                " GCJ_STREAMS " DELIMITED BY SIZE
009900                plan-streams-x DELIMITED BY SIZE
009910                " GCJ_CASE_OFFSET " DELIMITED BY SIZE
009920                offset-text(offset-start:offset-len)
009930                DELIMITED BY SIZE
009940                " - CASES " DELIMITED BY SIZE
009950                slice-first(deck-stream-no) DELIMITED BY SIZE
009960                "-" DELIMITED BY SIZE
009970                slice-last(deck-stream-no) DELIMITED BY SIZE
009980                INTO PLAN-RECORD
009990         END-STRING
010000     ELSE
010010         IF deck-step = "GCJ"
010020             STRING "DECK MEMBER " DELIMITED BY SIZE
010030                    deck-step DELIMITED BY SIZE
010040                    " SINGLE STREAM, NO STREAM CARDS"
010050                    DELIMITED BY SIZE
010060                    INTO PLAN-RECORD
010070             END-STRING
010080         ELSE
010090             STRING "DECK MEMBER " DELIMITED BY SIZE
010100                    deck-step DELIMITED BY SIZE
010110                    " GCJ_STREAMS " DELIMITED BY SIZE
010120                    plan-streams-x DELIMITED BY SIZE
010130                    INTO PLAN-RECORD
010140             END-STRING
010150         END-IF
010160     END-IF
010170     WRITE PLAN-RECORD.
010180 5200-EXIT.
010190     EXIT.
010200*----------------------------------------------------------------
010210* 5300-WRITE-OFFSET-CARD - SLICE-FIRST less one, un-padded the
010220*                          way the NUM cards are keyed.
010230*----------------------------------------------------------------
010240 5300-WRITE-OFFSET-CARD.
010250     COMPUTE plan-offset = slice-first(deck-stream-no) - 1
010260     MOVE plan-offset TO offset-text
010270     MOVE 1 TO offset-start
010280     INSPECT offset-text TALLYING offset-start FOR LEADING ZEROS
010290     IF offset-start > 9
010300         MOVE 9 TO offset-start
010310     END-IF
010320     COMPUTE offset-len = 10 - offset-start
010330     MOVE SPACES TO DECK-RECORD
010340     STRING "GCJ_CASE_OFFSET " DELIMITED BY SIZE
010350            offset-text(offset-start:offset-len) DELIMITED BY SIZE
010360            INTO DECK-RECORD
010370     END-STRING
010380     WRITE DECK-RECORD.
010390 5300-EXIT.
010400     EXIT.
010410*----------------------------------------------------------------
010420* 8000-WRITE-VERDICT - the plan's bottom line: the count and how
010430*                      it sits against the window, the at-risk
010440*                      warning, or why there is no plan.
010450*----------------------------------------------------------------
010460 8000-WRITE-VERDICT.
010470     MOVE SPACES TO PLAN-RECORD
010480     WRITE PLAN-RECORD
010490     IF NOT HEADER-OK
010500         MOVE SPACES TO PLAN-RECORD
010510         STRING "VERDICT: NO PLAN - " DELIMITED BY SIZE
010520                no-plan-reason DELIMITED BY SIZE
010530                INTO PLAN-RECORD
010540         END-STRING
010550         WRITE PLAN-RECORD
010560         GO TO 8000-EXIT
010570     END-IF
010580     MOVE SPACES TO PLAN-RECORD
010590     STRING "PLAN TOTALS: STREAM COUNTS PROJECTED="
010600            DELIMITED BY SIZE
010610            plan-limit DELIMITED BY SIZE
010620            " DECK MEMBERS WRITTEN=" DELIMITED BY SIZE
010630            deck-count DELIMITED BY SIZE
010640            INTO PLAN-RECORD
010650     END-STRING
010660     WRITE PLAN-RECORD
010670     MOVE plan-streams TO plan-streams-x
010680     MOVE SPACES TO PLAN-RECORD
010690     IF WINDOW-AT-RISK
010700         IF CATCHUP-FILE
010710             STRING "WARNING: THE CATCH-UP FILE'S ONE STREAM IS "
010720                    DELIMITED BY SIZE
010730                    "PROJECTED TO MISS THE WINDOW CUT-OFF BY "
010740                    DELIMITED BY SIZE
010750                    show-miss DELIMITED BY SIZE
010760                    " MIN" DELIMITED BY SIZE
010770                    INTO PLAN-RECORD
010780             END-STRING
010790         ELSE
010800             STRING "WARNING: EVEN FOUR STREAMS ARE PROJECTED TO "
010810                    DELIMITED BY SIZE
010820                    "MISS THE WINDOW CUT-OFF BY "
010830                    DELIMITED BY SIZE
010840                    show-miss DELIMITED BY SIZE
010850                    " MIN" DELIMITED BY SIZE
010860                    INTO PLAN-RECORD
010870             END-STRING
010880         END-IF
010890         WRITE PLAN-RECORD
010900         MOVE SPACES TO PLAN-RECORD
010910         STRING "VERDICT: WINDOW AT RISK - GCJ_STREAMS "
010920                DELIMITED BY SIZE
010930                plan-streams-x DELIMITED BY SIZE
010940                " DECKS ON PLNDECK, CUT-OFF PROJECTED MISSED"
010950                DELIMITED BY SIZE
010960                INTO PLAN-RECORD
010970         END-STRING
010980     ELSE
010990         STRING "VERDICT: GCJ_STREAMS " DELIMITED BY SIZE
011000                plan-streams-x DELIMITED BY SIZE
011010                " FITS THE WINDOW - DECKS ON PLNDECK"
011020                DELIMITED BY SIZE
011030                INTO PLAN-RECORD
011040         END-STRING
011050     END-IF
011060     WRITE PLAN-RECORD.
011070 8000-EXIT.
011080     EXIT.
011090*----------------------------------------------------------------
011100* 9000-TERMINATE - close out the plan and the decks.
011110*----------------------------------------------------------------
011120 9000-TERMINATE.
011130     CLOSE PLAN-REPORT
011140     CLOSE DECK-FILE.
011150 9000-EXIT.
011160     EXIT.
