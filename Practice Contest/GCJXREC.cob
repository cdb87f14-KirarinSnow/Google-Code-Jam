000010* Program: GCJXREC - cross-store reconciliation by run date
000020* Language: COBOL
000030* Author: KirarinSnow
000040* Usage: cobc -x thisfile.cob -o exec, then run against the
000050*        RUNSTATS generations GCJ and GCJMERGE append to, the
000060*        HISTMSTR master GCJHLOAD/GCJHBLK maintain, the ARCLOG
000070*        sweep logs GCJARCH writes and, where the desk has kept
000080*        them, the load steps' HLDFILE logs. Point the RUNSTATS,
000090*        ARCLOG and HLDFILE DDs at every generation from the
000100*        from-date on, concatenated - a date is checked against
000110*        the archive only once an ARCLOG in hand lists it. The
000120*        date range comes in as cards on the PARMFILE deck:
000130*            GCJ_XR_FROM_DATE / GCJ_XR_TO_DATE    (YYYYMMDD)
000140*        An unset from-date opens the range at the first date in
000150*        any store; an unset to-date closes it at today. Each run
000160*        date in the range lists the three stores' counts side by
000170*        side on XRCRPT; every date where they disagree gets a
000180*        line per disagreement with the delta and its likely
000190*        cause. The report ends with the totals and a VERDICT
000200*        line - CLEAN when every date agrees, EXCEPTIONS=n (with
000210*        RETURN-CODE 8) when any doesn't, UNCHECKED (also 8) when
000220*        RUNSTATS, HISTMSTR or ARCLOG couldn't be read.
000230* Comments: A date's processed figure comes off its RUNSTATS
000240*           records in file order: a FRESH or CATCHUP record
000250*           states the whole day, a RESTART segment adds the
000260*           cases decided after the checkpoint, and MODE=STREAM
000270*           records count only when no merged FRESH day record
000280*           follows them. A REPAIR record re-tallies the
000290*           corrected report and replaces the day's figure for
000300*           the HISTMSTR compare only - HISTMSTR should hold one
000310*           record per decided case. ARCLOG's archived count
000320*           includes the repair passes' CORR=Y records on top of
000330*           the night's own, so the archive is compared net of
000340*           corrections against the figure from before any
000350*           repair. The likely causes are the desk's
000360*           first places to look, not a diagnosis:
000370*             RUNSTATS against HISTMSTR -
000380*               PROCESSED BUT NEVER LOADED
000390*               LOAD HELD RECORDS (HLDFILE has some for the date)
000400*               LOAD SHORT
000410*               RESTART SEGMENT ONLY ON RUNSTATS
000420*               MORE LOADED THAN PROCESSED
000430*               LOADED BUT NO RUNSTATS RECORD
000440*             ARCLOG against RUNSTATS -
000450*               PURGED BEFORE ARCHIVED (any purge of a date - a
000460*                 closed run's records are archived by the next
000470*                 sweep, so the retention cut only meets them if
000480*                 they were never archived)
000490*               ARCHIVE SHORT OF PROCESSED
000500*               ARCHIVE OVER PROCESSED
000510*           A date an ARCLOG in hand has swept past without
000520*           listing is shown as NOT ON ARCLOG, and one no sweep
000530*           has reached yet as NOT YET SWEPT; neither is an
000540*           exception, since the log of the sweep that took it
000550*           may simply not be in the concatenation.
000560*
000570* Modification History:
000580* DATE       INIT  DESCRIPTION
000590* 2026-10-15 KS    New program - reconciles the night's three
000600*                    stores of record date for date over a range,
000610*                    so a night that was processed but never
000620*                    loaded, or a date purged before it was ever
000630*                    archived, surfaces in a report instead of in
000640*                    a dispute.
000650* 2026-10-15 KS    Any purged count for a date is now PURGED
000660*                    BEFORE ARCHIVED; the archive compare uses the
000670*                    day's figure from before any REPAIR pass, the
000680*                    repaired figure going to the HISTMSTR compare
000690*                    only.
000700
000710 IDENTIFICATION DIVISION.
000720 PROGRAM-ID. GCJXREC.
000730 AUTHOR. KirarinSnow.
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS input-file-status.
000800     SELECT HISTORY-MASTER ASSIGN TO "HISTMSTR"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS HIST-KEY
000840         ALTERNATE RECORD KEY IS HIST-CASE-NUMBER
000850             WITH DUPLICATES
000860         FILE STATUS IS history-file-status.
000870     SELECT ARCHIVE-LOG ASSIGN TO "ARCLOG"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS input-file-status.
000900     SELECT HOLD-FILE ASSIGN TO "HLDFILE"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS input-file-status.
000930     SELECT XREC-REPORT ASSIGN TO "XRCRPT"
000940         ORGANIZATION IS LINE SEQUENTIAL.
000950     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS parm-file-status.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  RUNSTATS-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORDING MODE IS F.
001030 01  RUNSTATS-RECORD      PIC X(132).
001040 FD  HISTORY-MASTER
001050     LABEL RECORDS ARE STANDARD
001060     RECORDING MODE IS F.
001070 01  HIST-RECORD.
001080     05  HIST-KEY.
001090         10  HIST-RUN-DATE    PIC 9(8).
001100         10  HIST-CASE-NUMBER PIC 9(9).
001110     05  HIST-B               PIC 9(9).
001120     05  HIST-QUOT            PIC 9(9).
001130     05  HIST-REM             PIC 9(9).
001140     05  HIST-RESULT          PIC X(5).
001150     05  HIST-CORR-FLAG       PIC X(01).
001160     05  HIST-ENTRANT-ID      PIC X(08).
001170     05  HIST-W               PIC 9(9).
001180     05  FILLER               PIC X(05).
001190 FD  ARCHIVE-LOG
001200     LABEL RECORDS ARE STANDARD
001210     RECORDING MODE IS F.
001220 01  ARCHIVE-LOG-RECORD   PIC X(132).
001230 FD  HOLD-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORDING MODE IS F.
001260 01  HOLD-RECORD          PIC X(160).
001270 FD  XREC-REPORT
001280     LABEL RECORDS ARE STANDARD
001290     RECORDING MODE IS F.
001300 01  XREC-RECORD          PIC X(132).
001310 FD  PARM-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORDING MODE IS F.
001340 01  PARM-RECORD          PIC X(80).
001350 WORKING-STORAGE SECTION.
001360 77  input-file-status    PIC X(02).
001370 77  history-file-status  PIC X(02).
001380 77  parm-file-status     PIC X(02).
001390 77  parm-max             PIC 9(9)  VALUE 30.
001400 77  xd-max               PIC 9(9)  VALUE 400.
001410 01  SWITCHES.
001420     05  FILE-EOF-SW      PIC X(01)  VALUE "N".
001430         88  FILE-EOF                VALUE "Y".
001440     05  MASTER-EOF-SW    PIC X(01)  VALUE "N".
001450         88  MASTER-EOF              VALUE "Y".
001460     05  MASTER-OPEN-SW   PIC X(01)  VALUE "N".
001470         88  MASTER-AVAILABLE        VALUE "Y".
001480     05  STATS-OPEN-SW    PIC X(01)  VALUE "N".
001490         88  STATS-AVAILABLE         VALUE "Y".
001500     05  ARCLOG-OPEN-SW   PIC X(01)  VALUE "N".
001510         88  ARCLOG-AVAILABLE        VALUE "Y".
001520     05  HOLD-OPEN-SW     PIC X(01)  VALUE "N".
001530         88  HOLD-AVAILABLE          VALUE "Y".
001540     05  PARSE-OK-SW      PIC X(01)  VALUE "Y".
001550         88  PARSE-OK                VALUE "Y".
001560         88  PARSE-NOT-OK            VALUE "N".
001570     05  DATE-FLAG-SW     PIC X(01)  VALUE "N".
001580         88  DATE-FLAGGED            VALUE "Y".
001590     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
001600         88  PARM-EOF                VALUE "Y".
001610     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
001620         88  PARM-FOUND              VALUE "Y".
001630 01  env-text         PIC X(9).
001640 01  parm-count       PIC 9(9)  VALUE ZERO.
001650 01  PARM-TABLE.
001660     05  PARM-ENTRY OCCURS 30 TIMES.
001670         10  pf-key       PIC X(20).
001680         10  pf-value     PIC X(20).
001690 01  parm-idx         PIC 9(9).
001700 01  parm-name        PIC X(20).
001710 01  parm-token-start PIC 9(9).
001720 01  token-len        PIC 9(9).
001730 01  from-date        PIC 9(8)  VALUE ZERO.
001740 01  to-date          PIC 9(8)  VALUE ZERO.
001750 01  ln               PIC X(132).
001760 01  rs-date          PIC 9(8).
001770 01  rs-processed     PIC 9(9).
001780 01  rs-mode          PIC X(7).
001790 01  latest-sweep     PIC 9(8)  VALUE ZERO.
001800*    One row per run date any store knows inside the range, kept
001810*    in date order as rows are added.
001820 01  xd-count         PIC 9(9)  VALUE ZERO.
001830 01  XD-TABLE.
001840     05  XD-ENTRY OCCURS 400 TIMES.
001850         10  xd-date      PIC 9(8).
001860         10  xd-processed PIC 9(9).
001870         10  xd-stream    PIC 9(9).
001880         10  xd-original  PIC 9(9).
001890         10  xd-hist      PIC 9(9).
001900         10  xd-archived  PIC 9(9).
001910         10  xd-purged    PIC 9(9).
001920         10  xd-corr      PIC 9(9).
001930         10  xd-held      PIC 9(9).
001940         10  xd-stats-sw  PIC X(01).
001950         10  xd-whole-sw  PIC X(01).
001960         10  xd-orig-sw   PIC X(01).
001970         10  xd-restart-sw PIC X(01).
001980         10  xd-arclog-sw PIC X(01).
001990 01  xd-idx           PIC 9(9).
002000 01  xd-hit           PIC 9(9).
002010 01  xd-slot          PIC 9(9).
002020 01  find-date        PIC 9(8).
002030*    Figures for the date being compared.
002040 01  day-processed    PIC 9(9).
002050 01  day-archived     PIC 9(9).
002060 01  day-original     PIC 9(9).
002070 01  day-delta        PIC S9(9).
002080 01  delta-text       PIC +9(9).
002090 01  cause-text       PIC X(60).
002100 01  pair-text        PIC X(20).
002110 01  state-text       PIC X(20).
002120*    Totals.
002130 01  date-count       PIC 9(9)  VALUE ZERO.
002140 01  agree-count      PIC 9(9)  VALUE ZERO.
002150 01  exception-count  PIC 9(9)  VALUE ZERO.
002160 01  disagree-count   PIC 9(9)  VALUE ZERO.
002170 01  dropped-count    PIC 9(9)  VALUE ZERO.
002180 01  unparsed-count   PIC 9(9)  VALUE ZERO.
002190 01  processed-sum    PIC 9(12) VALUE ZERO.
002200 01  hist-sum         PIC 9(12) VALUE ZERO.
002210 01  archived-sum     PIC 9(12) VALUE ZERO.
002220 01  purged-sum       PIC 9(12) VALUE ZERO.
002230 PROCEDURE DIVISION.
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002260     PERFORM 2000-TALLY-RUNSTATS THRU 2000-EXIT
002270     PERFORM 2200-TALLY-HISTMSTR THRU 2200-EXIT
002280     PERFORM 2400-TALLY-ARCLOG THRU 2400-EXIT
002290     PERFORM 2600-TALLY-HLDFILE THRU 2600-EXIT
002300     PERFORM 4000-COMPARE-DATES THRU 4000-EXIT
002310     PERFORM 2900-WRITE-VERDICT THRU 2900-EXIT
002320     PERFORM 9000-TERMINATE THRU 9000-EXIT
002330     IF exception-count > 0 OR NOT MASTER-AVAILABLE
002340             OR NOT STATS-AVAILABLE OR NOT ARCLOG-AVAILABLE
002350         MOVE 8 TO RETURN-CODE
002360     END-IF
002370     STOP RUN.
002380*----------------------------------------------------------------
002390* 1000-INITIALIZE - fix the date range and open the report.
002400*----------------------------------------------------------------
002410 1000-INITIALIZE.
002420     OPEN OUTPUT XREC-REPORT
002430     ACCEPT to-date FROM DATE YYYYMMDD
002440     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
002450     MOVE "GCJ_XR_FROM_DATE" TO parm-name
002460     PERFORM 1820-GET-PARM THRU 1820-EXIT
002470     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
002480         MOVE env-text(1:8) TO from-date
002490     END-IF
002500     MOVE "GCJ_XR_TO_DATE" TO parm-name
002510     PERFORM 1820-GET-PARM THRU 1820-EXIT
002520     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
002530         MOVE env-text(1:8) TO to-date
002540     END-IF
002550     MOVE SPACES TO XREC-RECORD
002560     STRING "CROSS-STORE RECONCILIATION FROM " DELIMITED BY SIZE
002570            from-date DELIMITED BY SIZE
002580            " TO " DELIMITED BY SIZE
002590            to-date DELIMITED BY SIZE
002600            " - RUNSTATS / HISTMSTR / ARCLOG" DELIMITED BY SIZE
002610            INTO XREC-RECORD
002620     END-STRING
002630     WRITE XREC-RECORD.
002640 1000-EXIT.
002650     EXIT.
002660*----------------------------------------------------------------
002670* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
002680*                       table, one "KEYWORD VALUE" card per
002690*                       record, blank and *-comment cards passed
002700*                       by; a deck that isn't cataloged leaves
002710*                       every parameter at its default. Same
002720*                       deck-and-lookup shape as GCJ's.
002730*----------------------------------------------------------------
002740 1800-LOAD-PARM-FILE.
002750     MOVE 0 TO parm-count
002760     MOVE "N" TO PARM-EOF-SW
002770     OPEN INPUT PARM-FILE
002780     IF parm-file-status NOT = "00"
002790         GO TO 1800-EXIT
002800     END-IF
002810     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
002820         UNTIL PARM-EOF
002830     CLOSE PARM-FILE.
002840 1800-EXIT.
002850     EXIT.
002860 1810-LOAD-ONE-PARM.
002870     READ PARM-FILE
002880         AT END
002890             SET PARM-EOF TO TRUE
002900             GO TO 1810-EXIT
002910     END-READ
002920     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
002930         GO TO 1810-EXIT
002940     END-IF
002950     IF parm-count NOT < parm-max
002960         GO TO 1810-EXIT
002970     END-IF
002980     MOVE 0 TO token-len
002990     INSPECT PARM-RECORD TALLYING token-len
003000         FOR CHARACTERS BEFORE INITIAL SPACE
003010     IF token-len = 0 OR token-len > 20
003020         GO TO 1810-EXIT
003030     END-IF
003040     ADD 1 TO parm-count
003050     MOVE SPACES TO pf-key(parm-count)
003060     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
003070     MOVE SPACES TO pf-value(parm-count)
003080     COMPUTE parm-token-start = token-len + 2
003090     IF parm-token-start > 80
003100         GO TO 1810-EXIT
003110     END-IF
003120     MOVE 0 TO token-len
003130     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
003140         FOR CHARACTERS BEFORE INITIAL SPACE
003150     IF token-len = 0 OR token-len > 20
003160         GO TO 1810-EXIT
003170     END-IF
003180     MOVE PARM-RECORD(parm-token-start:token-len)
003190         TO pf-value(parm-count).
003200 1810-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230* 1820-GET-PARM - the card PARM-NAME names, its value into
003240*                 ENV-TEXT; spaces when the deck doesn't carry
003250*                 it.
003260*----------------------------------------------------------------
003270 1820-GET-PARM.
003280     MOVE SPACES TO env-text
003290     MOVE "N" TO PARM-FOUND-SW
003300     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
003310         VARYING parm-idx FROM 1 BY 1
003320         UNTIL PARM-FOUND OR parm-idx > parm-count.
003330 1820-EXIT.
003340     EXIT.
003350 1830-MATCH-ONE-PARM.
003360     IF pf-key(parm-idx) = parm-name
003370         SET PARM-FOUND TO TRUE
003380         MOVE pf-value(parm-idx) TO env-text
003390     END-IF.
003400 1830-EXIT.
003410     EXIT.
003420*----------------------------------------------------------------
003430* 2000-TALLY-RUNSTATS - each RUNSTATS record dated in the range
003440*                       onto its date's row, by its mode.
003450*----------------------------------------------------------------
003460 2000-TALLY-RUNSTATS.
003470     MOVE "N" TO FILE-EOF-SW
003480     OPEN INPUT RUNSTATS-FILE
003490     IF input-file-status NOT = "00"
003500         MOVE "RUNSTATS NOT CATALOGED - PROCESSED COUNTS UNKNOWN"
003510             TO XREC-RECORD
003520         WRITE XREC-RECORD
003530         GO TO 2000-EXIT
003540     END-IF
003550     SET STATS-AVAILABLE TO TRUE
003560     PERFORM 2100-TALLY-ONE-RUNSTATS THRU 2100-EXIT
003570         UNTIL FILE-EOF
003580     CLOSE RUNSTATS-FILE.
003590 2000-EXIT.
003600     EXIT.
003610 2100-TALLY-ONE-RUNSTATS.
003620     READ RUNSTATS-FILE
003630         AT END
003640             SET FILE-EOF TO TRUE
003650             GO TO 2100-EXIT
003660     END-READ
003670     MOVE RUNSTATS-RECORD TO ln
003680     PERFORM 2150-PARSE-RUNSTATS THRU 2150-EXIT
003690     IF PARSE-NOT-OK
003700         ADD 1 TO unparsed-count
003710         GO TO 2100-EXIT
003720     END-IF
003730     IF rs-date < from-date OR rs-date > to-date
003740         GO TO 2100-EXIT
003750     END-IF
003760     MOVE rs-date TO find-date
003770     PERFORM 3000-FIND-DATE THRU 3000-EXIT
003780     IF xd-hit = 0
003790         GO TO 2100-EXIT
003800     END-IF
003810     MOVE "Y" TO xd-stats-sw(xd-hit)
003820     IF rs-mode = "RESTART"
003830         ADD rs-processed TO xd-processed(xd-hit)
003840         ADD rs-processed TO xd-original(xd-hit)
003850         MOVE "Y" TO xd-restart-sw(xd-hit)
003860         GO TO 2100-EXIT
003870     END-IF
003880     IF rs-mode = "STREAM"
003890         ADD rs-processed TO xd-stream(xd-hit)
003900         GO TO 2100-EXIT
003910     END-IF
003920     MOVE rs-processed TO xd-processed(xd-hit)
003930     MOVE "Y" TO xd-whole-sw(xd-hit)
003940     MOVE "N" TO xd-restart-sw(xd-hit)
003950     IF rs-mode NOT = "REPAIR"
003960         MOVE rs-processed TO xd-original(xd-hit)
003970         MOVE "Y" TO xd-orig-sw(xd-hit)
003980     END-IF.
003990 2100-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020* 2150-PARSE-RUNSTATS - DATE=, PROCESSED= and MODE= off one
004030*                       RUNSTATS record, at the fixed offsets
004040*                       GCJTREND reads them at.
004050*----------------------------------------------------------------
004060 2150-PARSE-RUNSTATS.
004070     SET PARSE-OK TO TRUE
004080     IF ln(1:5) NOT = "DATE=" OR ln(6:8) IS NOT NUMERIC
004090         SET PARSE-NOT-OK TO TRUE
004100         GO TO 2150-EXIT
004110     END-IF
004120     IF ln(27:11) NOT = " PROCESSED="
004130             OR ln(38:9) IS NOT NUMERIC
004140         SET PARSE-NOT-OK TO TRUE
004150         GO TO 2150-EXIT
004160     END-IF
004170     IF ln(97:6) NOT = " MODE="
004180         SET PARSE-NOT-OK TO TRUE
004190         GO TO 2150-EXIT
004200     END-IF
004210     MOVE ln(6:8) TO rs-date
004220     MOVE ln(38:9) TO rs-processed
004230     MOVE ln(103:7) TO rs-mode.
004240 2150-EXIT.
004250     EXIT.
004260*----------------------------------------------------------------
004270* 2200-TALLY-HISTMSTR - the master's records from the from-date
004280*                       forward, counted by run date until the
004290*                       to-date is passed.
004300*----------------------------------------------------------------
004310 2200-TALLY-HISTMSTR.
004320     OPEN INPUT HISTORY-MASTER
004330     IF history-file-status NOT = "00"
004340         MOVE SPACES TO XREC-RECORD
004350         STRING "HISTORY MASTER UNAVAILABLE - STATUS="
004360                DELIMITED BY SIZE
004370                history-file-status DELIMITED BY SIZE
004380                " - LOADED COUNTS UNKNOWN" DELIMITED BY SIZE
004390                INTO XREC-RECORD
004400         END-STRING
004410         WRITE XREC-RECORD
004420         GO TO 2200-EXIT
004430     END-IF
004440     SET MASTER-AVAILABLE TO TRUE
004450     MOVE 0 TO xd-hit
004460     MOVE from-date TO HIST-RUN-DATE
004470     MOVE 0 TO HIST-CASE-NUMBER
004480     START HISTORY-MASTER KEY NOT < HIST-KEY
004490         INVALID KEY
004500             SET MASTER-EOF TO TRUE
004510     END-START
004520     PERFORM 2300-TALLY-ONE-HISTORY THRU 2300-EXIT
004530         UNTIL MASTER-EOF
004540     CLOSE HISTORY-MASTER.
004550 2200-EXIT.
004560     EXIT.
004570 2300-TALLY-ONE-HISTORY.
004580     READ HISTORY-MASTER NEXT RECORD
004590         AT END
004600             SET MASTER-EOF TO TRUE
004610             GO TO 2300-EXIT
004620     END-READ
004630     IF HIST-RUN-DATE > to-date
004640         SET MASTER-EOF TO TRUE
004650         GO TO 2300-EXIT
004660     END-IF
004670     IF HIST-RUN-DATE NOT = find-date OR xd-hit = 0
004680         MOVE HIST-RUN-DATE TO find-date
004690         PERFORM 3000-FIND-DATE THRU 3000-EXIT
004700     END-IF
004710     IF xd-hit > 0
004720         ADD 1 TO xd-hist(xd-hit)
004730     END-IF.
004740 2300-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------
004770* 2400-TALLY-ARCLOG - the RUN DATE lines of every sweep log in the
004780*                     concatenation onto their dates' rows, and
004790*                     the latest sweep date seen off the SWEEP OF
004800*                     headings.
004810*----------------------------------------------------------------
004820 2400-TALLY-ARCLOG.
004830     MOVE "N" TO FILE-EOF-SW
004840     OPEN INPUT ARCHIVE-LOG
004850     IF input-file-status NOT = "00"
004860         MOVE "ARCLOG NOT CATALOGED - ARCHIVE COUNTS UNKNOWN"
004870             TO XREC-RECORD
004880         WRITE XREC-RECORD
004890         GO TO 2400-EXIT
004900     END-IF
004910     SET ARCLOG-AVAILABLE TO TRUE
004920     PERFORM 2500-TALLY-ONE-ARCLOG THRU 2500-EXIT
004930         UNTIL FILE-EOF
004940     CLOSE ARCHIVE-LOG.
004950 2400-EXIT.
004960     EXIT.
004970 2500-TALLY-ONE-ARCLOG.
004980     READ ARCHIVE-LOG
004990         AT END
005000             SET FILE-EOF TO TRUE
005010             GO TO 2500-EXIT
005020     END-READ
005030     MOVE ARCHIVE-LOG-RECORD TO ln
005040     IF ln(1:9) = "SWEEP OF " AND ln(10:8) IS NUMERIC
005050         IF ln(10:8) > latest-sweep
005060             MOVE ln(10:8) TO latest-sweep
005070         END-IF
005080         GO TO 2500-EXIT
005090     END-IF
005100     IF ln(1:9) NOT = "RUN DATE " OR ln(10:8) IS NOT NUMERIC
005110         GO TO 2500-EXIT
005120     END-IF
005130     IF ln(18:18) NOT = " ARCHIVED-RECORDS="
005140             OR ln(36:9) IS NOT NUMERIC
005150             OR ln(45:16) NOT = " PURGED-RECORDS="
005160             OR ln(61:9) IS NOT NUMERIC
005170             OR ln(70:20) NOT = " CORRECTION-RECORDS="
005180             OR ln(90:9) IS NOT NUMERIC
005190         ADD 1 TO unparsed-count
005200         GO TO 2500-EXIT
005210     END-IF
005220     MOVE ln(10:8) TO find-date
005230     IF find-date < from-date OR find-date > to-date
005240         GO TO 2500-EXIT
005250     END-IF
005260     PERFORM 3000-FIND-DATE THRU 3000-EXIT
005270     IF xd-hit = 0
005280         GO TO 2500-EXIT
005290     END-IF
005300     MOVE "Y" TO xd-arclog-sw(xd-hit)
005310     MOVE ln(36:9) TO rs-processed
005320     ADD rs-processed TO xd-archived(xd-hit)
005330     MOVE ln(61:9) TO rs-processed
005340     ADD rs-processed TO xd-purged(xd-hit)
005350     MOVE ln(90:9) TO rs-processed
005360     ADD rs-processed TO xd-corr(xd-hit).
005370 2500-EXIT.
005380     EXIT.
005390*----------------------------------------------------------------
005400* 2600-TALLY-HLDFILE - audit records a load held back, by the
005410*                      DATE= they still carry. Optional: without
005420*                      the load logs a short load is reported
005430*                      without the held-records hint.
005440*----------------------------------------------------------------
005450 2600-TALLY-HLDFILE.
005460     MOVE "N" TO FILE-EOF-SW
005470     OPEN INPUT HOLD-FILE
005480     IF input-file-status NOT = "00"
005490         GO TO 2600-EXIT
005500     END-IF
005510     SET HOLD-AVAILABLE TO TRUE
005520     PERFORM 2700-TALLY-ONE-HOLD THRU 2700-EXIT
005530         UNTIL FILE-EOF
005540     CLOSE HOLD-FILE.
005550 2600-EXIT.
005560     EXIT.
005570 2700-TALLY-ONE-HOLD.
005580     READ HOLD-FILE
005590         AT END
005600             SET FILE-EOF TO TRUE
005610             GO TO 2700-EXIT
005620     END-READ
005630     IF HOLD-RECORD(1:28) NOT = "UNPARSED AUDIT RECORD: DATE="
005640             OR HOLD-RECORD(29:8) IS NOT NUMERIC
005650         GO TO 2700-EXIT
005660     END-IF
005670     MOVE HOLD-RECORD(29:8) TO find-date
005680     IF find-date < from-date OR find-date > to-date
005690         GO TO 2700-EXIT
005700     END-IF
005710     PERFORM 3000-FIND-DATE THRU 3000-EXIT
005720     IF xd-hit > 0
005730         ADD 1 TO xd-held(xd-hit)
005740     END-IF.
005750 2700-EXIT.
005760     EXIT.
005770*----------------------------------------------------------------
005780* 2900-WRITE-VERDICT - the totals, then the verdict as the last
005790*                      line on the report.
005800*----------------------------------------------------------------
005810 2900-WRITE-VERDICT.
005820     MOVE SPACES TO XREC-RECORD
005830     STRING "XREC TOTALS: DATES=" DELIMITED BY SIZE
005840            date-count DELIMITED BY SIZE
005850            " AGREE=" DELIMITED BY SIZE
005860            agree-count DELIMITED BY SIZE
005870            " DISAGREE=" DELIMITED BY SIZE
005880            disagree-count DELIMITED BY SIZE
005890            INTO XREC-RECORD
005900     END-STRING
005910     WRITE XREC-RECORD
005920     MOVE SPACES TO XREC-RECORD
005930     STRING "STORE TOTALS: PROCESSED=" DELIMITED BY SIZE
005940            processed-sum DELIMITED BY SIZE
005950            " LOADED=" DELIMITED BY SIZE
005960            hist-sum DELIMITED BY SIZE
005970            " ARCHIVED=" DELIMITED BY SIZE
005980            archived-sum DELIMITED BY SIZE
005990            " PURGED=" DELIMITED BY SIZE
006000            purged-sum DELIMITED BY SIZE
006010            INTO XREC-RECORD
006020     END-STRING
006030     WRITE XREC-RECORD
006040     IF dropped-count > 0 OR unparsed-count > 0
006050         MOVE SPACES TO XREC-RECORD
006060         STRING "DATES PAST TABLE ROOM=" DELIMITED BY SIZE
006070                dropped-count DELIMITED BY SIZE
006080                " UNREADABLE RUNSTATS/ARCLOG LINES="
006090                DELIMITED BY SIZE
006100                unparsed-count DELIMITED BY SIZE
006110                INTO XREC-RECORD
006120         END-STRING
006130         WRITE XREC-RECORD
006140     END-IF
006150     MOVE SPACES TO XREC-RECORD
006160     IF NOT STATS-AVAILABLE
006170         MOVE "VERDICT: UNCHECKED - NO RUNSTATS" TO XREC-RECORD
006180         GO TO 2900-WRITE-THE-VERDICT
006190     END-IF
006200     IF NOT MASTER-AVAILABLE
006210         MOVE "VERDICT: UNCHECKED - HISTORY MASTER UNAVAILABLE"
006220             TO XREC-RECORD
006230         GO TO 2900-WRITE-THE-VERDICT
006240     END-IF
006250     IF NOT ARCLOG-AVAILABLE
006260         MOVE "VERDICT: UNCHECKED - NO ARCLOG" TO XREC-RECORD
006270         GO TO 2900-WRITE-THE-VERDICT
006280     END-IF
006290     IF exception-count = 0
006300         STRING "VERDICT: CLEAN - STORES AGREE " DELIMITED BY SIZE
006310                from-date DELIMITED BY SIZE
006320                "-" DELIMITED BY SIZE
006330                to-date DELIMITED BY SIZE
006340                INTO XREC-RECORD
006350         END-STRING
006360     ELSE
006370         STRING "VERDICT: EXCEPTIONS=" DELIMITED BY SIZE
006380                exception-count DELIMITED BY SIZE
006390                " ON " DELIMITED BY SIZE
006400                disagree-count DELIMITED BY SIZE
006410                " DATES - LISTED ON XRCRPT" DELIMITED BY SIZE
006420                INTO XREC-RECORD
006430         END-STRING
006440     END-IF.
006450 2900-WRITE-THE-VERDICT.
006460     WRITE XREC-RECORD.
006470 2900-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------
006500* 3000-FIND-DATE - the row for FIND-DATE into XD-HIT, a new row
006510*                  slotted in at its place in date order on first
006520*                  sight; zero, and the date counted as dropped,
006530*                  once the table is full.
006540*----------------------------------------------------------------
006550 3000-FIND-DATE.
006560     MOVE 0 TO xd-hit
006570     MOVE 0 TO xd-slot
006580     PERFORM 3010-PLACE-ONE-DATE THRU 3010-EXIT
006590         VARYING xd-idx FROM 1 BY 1
006600         UNTIL xd-slot > 0 OR xd-idx > xd-count
006610     IF xd-slot > 0
006620         IF xd-date(xd-slot) = find-date
006630             MOVE xd-slot TO xd-hit
006640             GO TO 3000-EXIT
006650         END-IF
006660     ELSE
006670         COMPUTE xd-slot = xd-count + 1
006680     END-IF
006690     IF xd-count NOT < xd-max
006700         ADD 1 TO dropped-count
006710         GO TO 3000-EXIT
006720     END-IF
006730     PERFORM 3020-SHIFT-ONE-DATE THRU 3020-EXIT
006740         VARYING xd-idx FROM xd-count BY -1
006750         UNTIL xd-idx < xd-slot
006760     ADD 1 TO xd-count
006770     MOVE xd-slot TO xd-hit
006780     MOVE find-date TO xd-date(xd-hit)
006790     MOVE 0 TO xd-processed(xd-hit)
006800     MOVE 0 TO xd-stream(xd-hit)
006810     MOVE 0 TO xd-original(xd-hit)
006820     MOVE 0 TO xd-hist(xd-hit)
006830     MOVE 0 TO xd-archived(xd-hit)
006840     MOVE 0 TO xd-purged(xd-hit)
006850     MOVE 0 TO xd-corr(xd-hit)
006860     MOVE 0 TO xd-held(xd-hit)
006870     MOVE "N" TO xd-stats-sw(xd-hit)
006880     MOVE "N" TO xd-whole-sw(xd-hit)
006890     MOVE "N" TO xd-orig-sw(xd-hit)
006900     MOVE "N" TO xd-restart-sw(xd-hit)
006910     MOVE "N" TO xd-arclog-sw(xd-hit).
006920 3000-EXIT.
006930     EXIT.
006940 3010-PLACE-ONE-DATE.
006950     IF xd-date(xd-idx) NOT < find-date
006960         MOVE xd-idx TO xd-slot
006970     END-IF.
006980 3010-EXIT.
006990     EXIT.
007000 3020-SHIFT-ONE-DATE.
007010     MOVE XD-ENTRY(xd-idx) TO XD-ENTRY(xd-idx + 1).
007020 3020-EXIT.
007030     EXIT.
007040*----------------------------------------------------------------
007050* 4000-COMPARE-DATES - one line per date with the stores' counts,
007060*                      and under it one line per disagreement.
007070*----------------------------------------------------------------
007080 4000-COMPARE-DATES.
007090     PERFORM 4100-COMPARE-ONE-DATE THRU 4100-EXIT
007100         VARYING xd-idx FROM 1 BY 1
007110         UNTIL xd-idx > xd-count.
007120 4000-EXIT.
007130     EXIT.
007140 4100-COMPARE-ONE-DATE.
007150     ADD 1 TO date-count
007160     MOVE "N" TO DATE-FLAG-SW
007170     MOVE xd-processed(xd-idx) TO day-processed
007180     IF xd-whole-sw(xd-idx) = "N"
007190         ADD xd-stream(xd-idx) TO day-processed
007200     END-IF
007210     MOVE xd-original(xd-idx) TO day-original
007220     IF xd-orig-sw(xd-idx) = "N"
007230         ADD xd-stream(xd-idx) TO day-original
007240     END-IF
007250     COMPUTE day-archived = xd-archived(xd-idx) - xd-corr(xd-idx)
007260     ADD day-processed TO processed-sum
007270     ADD xd-hist(xd-idx) TO hist-sum
007280     ADD xd-archived(xd-idx) TO archived-sum
007290     ADD xd-purged(xd-idx) TO purged-sum
007300     PERFORM 4200-WRITE-DATE-LINE THRU 4200-EXIT
007310     IF STATS-AVAILABLE AND MASTER-AVAILABLE
007320         PERFORM 4300-CHECK-LOADED THRU 4300-EXIT
007330     END-IF
007340     IF STATS-AVAILABLE AND ARCLOG-AVAILABLE
007350         PERFORM 4400-CHECK-ARCHIVED THRU 4400-EXIT
007360     END-IF
007370     IF DATE-FLAGGED
007380         ADD 1 TO disagree-count
007390     ELSE
007400         ADD 1 TO agree-count
007410     END-IF.
007420 4100-EXIT.
007430     EXIT.
007440*----------------------------------------------------------------
007450* 4200-WRITE-DATE-LINE - the stores side by side. The archive
007460*                        state says whether the date's ARCLOG
007470*                        figures are in hand.
007480*----------------------------------------------------------------
007490 4200-WRITE-DATE-LINE.
007500     MOVE "ON ARCLOG" TO state-text
007510     IF xd-arclog-sw(xd-idx) = "N"
007520         IF xd-date(xd-idx) < latest-sweep
007530             MOVE "NOT ON ARCLOG" TO state-text
007540         ELSE
007550             MOVE "NOT YET SWEPT" TO state-text
007560         END-IF
007570     END-IF
007580     MOVE SPACES TO XREC-RECORD
007590     STRING "DATE=" DELIMITED BY SIZE
007600            xd-date(xd-idx) DELIMITED BY SIZE
007610            " PROCESSED=" DELIMITED BY SIZE
007620            day-processed DELIMITED BY SIZE
007630            " LOADED=" DELIMITED BY SIZE
007640            xd-hist(xd-idx) DELIMITED BY SIZE
007650            " ARCHIVED=" DELIMITED BY SIZE
007660            xd-archived(xd-idx) DELIMITED BY SIZE
007670            " PURGED=" DELIMITED BY SIZE
007680            xd-purged(xd-idx) DELIMITED BY SIZE
007690            " CORR=" DELIMITED BY SIZE
007700            xd-corr(xd-idx) DELIMITED BY SIZE
007710            " " DELIMITED BY SIZE
007720            state-text DELIMITED BY SIZE
007730            INTO XREC-RECORD
007740     END-STRING
007750     WRITE XREC-RECORD.
007760 4200-EXIT.
007770     EXIT.
007780*----------------------------------------------------------------
007790* 4300-CHECK-LOADED - RUNSTATS' processed figure against the
007800*                     records HISTMSTR holds for the date.
007810*----------------------------------------------------------------
007820 4300-CHECK-LOADED.
007830     MOVE "RUNSTATS/HISTMSTR" TO pair-text
007840     IF xd-stats-sw(xd-idx) = "N"
007850         IF xd-hist(xd-idx) = 0
007860             GO TO 4300-EXIT
007870         END-IF
007880         MOVE xd-hist(xd-idx) TO day-delta
007890         MOVE "LOADED BUT NO RUNSTATS RECORD - RUN NOT RECORDED"
007900             TO cause-text
007910         PERFORM 4900-WRITE-DISAGREEMENT THRU 4900-EXIT
007920         GO TO 4300-EXIT
007930     END-IF
007940     IF xd-hist(xd-idx) = day-processed
007950         GO TO 4300-EXIT
007960     END-IF
007970     COMPUTE day-delta = xd-hist(xd-idx) - day-processed
007980     IF xd-hist(xd-idx) = 0
007990         MOVE "PROCESSED BUT NEVER LOADED" TO cause-text
008000         PERFORM 4900-WRITE-DISAGREEMENT THRU 4900-EXIT
008010         GO TO 4300-EXIT
008020     END-IF
008030     IF xd-hist(xd-idx) < day-processed
008040         IF xd-held(xd-idx) > 0
008050             MOVE "LOAD HELD RECORDS - SEE HLDFILE" TO cause-text
008060         ELSE
008070             MOVE "LOAD SHORT - PARTIAL LOAD OR LOAD NOT RERUN"
008080                 TO cause-text
008090         END-IF
008100         PERFORM 4900-WRITE-DISAGREEMENT THRU 4900-EXIT
008110         GO TO 4300-EXIT
008120     END-IF
008130     IF xd-restart-sw(xd-idx) = "Y"
008140         MOVE "RESTART SEGMENT ONLY ON RUNSTATS - FAILED RUN"
008150             TO cause-text
008160     ELSE
008170         MOVE "MORE LOADED THAN PROCESSED - RUNSTATS RECORD SHORT"
008180             TO cause-text
008190     END-IF
008200     PERFORM 4900-WRITE-DISAGREEMENT THRU 4900-EXIT.
008210 4300-EXIT.
008220     EXIT.
008230*----------------------------------------------------------------
008240* 4400-CHECK-ARCHIVED - the sweep logs' figures against RUNSTATS,
008250*                       net of corrections, against the day's
008260*                       figure from before any repair pass. A
008270*                       date no log in hand lists is not judged.
008280*----------------------------------------------------------------
008290 4400-CHECK-ARCHIVED.
008300     MOVE "RUNSTATS/ARCLOG" TO pair-text
008310     IF xd-arclog-sw(xd-idx) = "N"
008320         GO TO 4400-EXIT
008330     END-IF
008340     IF xd-purged(xd-idx) > 0
008350         COMPUTE day-delta = 0 - xd-purged(xd-idx)
008360         MOVE "PURGED BEFORE ARCHIVED" TO cause-text
008370         PERFORM 4900-WRITE-DISAGREEMENT THRU 4900-EXIT
008380         GO TO 4400-EXIT
008390     END-IF
008400     IF day-archived = day-original
008410         GO TO 4400-EXIT
008420     END-IF
008430     COMPUTE day-delta = day-archived - day-original
008440     IF day-archived < day-original
008450         MOVE "ARCHIVE SHORT OF PROCESSED - AUDIT RECORDS LOST"
008460             TO cause-text
008470     ELSE
008480         MOVE "ARCHIVE OVER PROCESSED - AUDIT RECORDS DUPLICATED"
008490             TO cause-text
008500     END-IF
008510     PERFORM 4900-WRITE-DISAGREEMENT THRU 4900-EXIT.
008520 4400-EXIT.
008530     EXIT.
008540*----------------------------------------------------------------
008550* 4900-WRITE-DISAGREEMENT - one exception line under the date.
008560*----------------------------------------------------------------
008570 4900-WRITE-DISAGREEMENT.
008580     SET DATE-FLAGGED TO TRUE
008590     ADD 1 TO exception-count
008600     MOVE day-delta TO delta-text
008610     MOVE SPACES TO XREC-RECORD
008620     STRING "    *** " DELIMITED BY SIZE
008630            pair-text DELIMITED BY SPACE
008640            " DELTA=" DELIMITED BY SIZE
008650            delta-text DELIMITED BY SIZE
008660            " - " DELIMITED BY SIZE
008670            cause-text DELIMITED BY SIZE
008680            INTO XREC-RECORD
008690     END-STRING
008700     WRITE XREC-RECORD.
008710 4900-EXIT.
008720     EXIT.
008730*----------------------------------------------------------------
008740* 9000-TERMINATE - close out the report.
008750*----------------------------------------------------------------
008760 9000-TERMINATE.
008770     CLOSE XREC-REPORT.
008780 9000-EXIT.
008790     EXIT.
