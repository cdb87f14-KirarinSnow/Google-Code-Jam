000030* Author: KirarinSnow
000040* Usage: cobc -x thisfile.cob -o exec, then run after the night
000050*        completes, pointing the DDs at the night's RUNSTATS,
000060*        BALRPT, SCRFILE, SPLFILE, HLDFILE, ARCLOG and CALRPT. A
000070*        GCJ_RUN_DATE card on the PARMFILE deck (YYYYMMDD,
000080*        default today) names the run date being checked. The
000090*        one-page status lands on MORNRPT: the overall verdict
000140*           already writes - the RUNSTATS record for the date,
000150*           BALRPT's final verdict line, SCRFILE's SCORE line,
000160*           SPLFILE's SHORT/LONG flag lines, HLDFILE's load
000170*           totals, ARCLOG's sweep totals, CALRPT's VERDICT
000180*           line - so this program
000190*           invents no arithmetic of its own. A step whose file
000200*           isn't cataloged shows NOT RUN and flags CHECK,
000210*           because a quietly missing step is exactly what used
000220*           to hide; the one exception is SPLFILE, which a
000230*           single-stream night legitimately never writes - it
000240*           shows NOT RUN unflagged. The verdict prints first
000250*           but is known last, so the step lines gather in a
000260*           table and the page writes in one pass at the end.
000270*
000280* Modification History:
000290* DATE       INIT  DESCRIPTION
000300* 2026-09-02 KS    New program - the six-file morning check
000310*                    folded onto one page with an overall
000320*                    verdict, after a bad night hid in the file
000330*                    nobody opened.
000340* 2026-09-02 KS    The HISTLOAD line prints ELAPSED= only when
000350*                    the totals line carried one (GCJHLOAD's
000360*                    doesn't) instead of a phantom zero-second
000370*                    load; GCJHBLK's *** STREAM *** missing-
000380*                    segment flag on HLDFILE now forces the
000390*                    step to CHECK even at HELD=0; and the
000400*                    RUNSTATS echo widened so MODE= no longer
000410*                    truncates mid-field.
000420* 2026-10-15 KS    CALENDAR line - GCJCREC's VERDICT off CALRPT,
000430*                    CHECK on any calendar exception or when the
000440*                    reconciliation couldn't be made.
000450
000460 IDENTIFICATION DIVISION.
000470 PROGRAM-ID. GCJMORN.
000480 AUTHOR. KirarinSnow.
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS input-file-status.
000550     SELECT BALANCE-REPORT ASSIGN TO "BALRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS input-file-status.
000580     SELECT SCORE-FILE ASSIGN TO "SCRFILE"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS input-file-status.
000610     SELECT SPLIT-LOG-FILE ASSIGN TO "SPLFILE"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS input-file-status.
000640     SELECT HOLD-FILE ASSIGN TO "HLDFILE"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS input-file-status.
000670     SELECT ARCHIVE-LOG ASSIGN TO "ARCLOG"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS input-file-status.
000700     SELECT CALENDAR-REPORT ASSIGN TO "CALRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS input-file-status.
000730     SELECT MORNING-REPORT ASSIGN TO "MORNRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL.
000750     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS parm-file-status.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  RUNSTATS-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORDING MODE IS F.
000830 01  RUNSTATS-RECORD      PIC X(132).
000840 FD  BALANCE-REPORT
000850     LABEL RECORDS ARE STANDARD
000860     RECORDING MODE IS F.
000870 01  BALANCE-REPORT-REC   PIC X(160).
000880 FD  SCORE-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORDING MODE IS F.
000910 01  SCORE-RECORD         PIC X(132).
000920 FD  SPLIT-LOG-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORDING MODE IS F.
000950 01  SPLIT-LOG-RECORD     PIC X(132).
000960 FD  HOLD-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORDING MODE IS F.
000990 01  HOLD-RECORD          PIC X(160).
001000 FD  ARCHIVE-LOG
001010     LABEL RECORDS ARE STANDARD
001020     RECORDING MODE IS F.
001030 01  ARCHIVE-LOG-RECORD   PIC X(132).
001040 FD  CALENDAR-REPORT
001050     LABEL RECORDS ARE STANDARD
001060     RECORDING MODE IS F.
001070 01  CALENDAR-REPORT-REC  PIC X(132).
001080 FD  MORNING-REPORT
001090     LABEL RECORDS ARE STANDARD
001100     RECORDING MODE IS F.
001110 01  MORNING-REPORT-REC   PIC X(132).
001120 FD  PARM-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORDING MODE IS F.
001150 01  PARM-RECORD          PIC X(80).
001160 WORKING-STORAGE SECTION.
001170 77  input-file-status    PIC X(02).
001180 77  parm-file-status     PIC X(02).
001190 77  parm-max             PIC 9(9)  VALUE 30.
001200 77  status-line-max      PIC 9(9)  VALUE 10.
001210 01  SWITCHES.
001220     05  FILE-EOF-SW      PIC X(01)  VALUE "N".
001230         88  FILE-EOF                VALUE "Y".
001240     05  STEP-CLEAN-SW    PIC X(01).
001250         88  STEP-CLEAN              VALUE "Y".
001260     05  FOUND-SW         PIC X(01).
001270         88  VALUE-FOUND             VALUE "Y".
001280     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
001290         88  PARM-EOF                VALUE "Y".
001300     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
001310         88  PARM-FOUND              VALUE "Y".
001320 01  env-text         PIC X(9).
001330 01  parm-count       PIC 9(9)  VALUE ZERO.
001340 01  PARM-TABLE.
001350     05  PARM-ENTRY OCCURS 30 TIMES.
001360         10  pf-key       PIC X(20).
001370         10  pf-value     PIC X(20).
001380 01  parm-idx         PIC 9(9).
001390 01  parm-name        PIC X(20).
001400 01  parm-token-len   PIC 9(9).
001410 01  parm-token-start PIC 9(9).
001420 01  run-date         PIC 9(8).
001430 01  ln               PIC X(160).
001440 01  token-len        PIC 9(9).
001450 01  token-start      PIC 9(9).
001460 01  scan-value       PIC 9(9).
001470 01  check-count      PIC 9(9)  VALUE ZERO.
001480 01  step-detail      PIC X(95).
001490 01  step-label       PIC X(9).
001500*    The night's RUNSTATS record for the date, as parsed.
001510 01  rs-found-sw      PIC X(01)  VALUE "N".
001520 01  rs-detail        PIC X(95)  VALUE SPACES.
001530 01  rs-rejects       PIC 9(9)   VALUE ZERO.
001540*    The step lines gather here so the verdict can lead the page.
001550 01  status-line-count PIC 9(9)  VALUE ZERO.
001560 01  STATUS-LINE-TABLE.
001570     05  status-line  PIC X(120) OCCURS 10 TIMES.
001580 01  status-idx       PIC 9(9).
001590 01  bal-verdict      PIC X(80)  VALUE SPACES.
001600 01  scr-mismatch     PIC 9(9)   VALUE ZERO.
001610 01  scr-missing      PIC 9(9)   VALUE ZERO.
001620 01  scr-found-sw     PIC X(01)  VALUE "N".
001630 01  spl-problem-sw   PIC X(01)  VALUE "N".
001640 01  spl-status       PIC X(02).
001650 01  spl-stream-count PIC 9(9)   VALUE ZERO.
001660 01  hld-held         PIC 9(9)   VALUE ZERO.
001670 01  hld-elapsed      PIC 9(9)   VALUE ZERO.
001680 01  hld-elapsed-sw   PIC X(01)  VALUE "N".
001690 01  hld-problem-sw   PIC X(01)  VALUE "N".
001700 01  hld-loaded       PIC 9(9)   VALUE ZERO.
001710 01  hld-found-sw     PIC X(01)  VALUE "N".
001720 01  arc-archived     PIC 9(9)   VALUE ZERO.
001730 01  arc-purged       PIC 9(9)   VALUE ZERO.
001740 01  arc-found-sw     PIC X(01)  VALUE "N".
001750 01  cal-verdict      PIC X(80)  VALUE SPACES.
001760 PROCEDURE DIVISION.
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001790     PERFORM 2000-CHECK-RUNSTATS THRU 2000-EXIT
001800     PERFORM 3000-CHECK-BALANCE THRU 3000-EXIT
001810     PERFORM 4000-CHECK-SCORE THRU 4000-EXIT
001820     PERFORM 5000-CHECK-SPLIT THRU 5000-EXIT
001830     PERFORM 6000-CHECK-HISTLOAD THRU 6000-EXIT
001840     PERFORM 7000-CHECK-ARCHIVE THRU 7000-EXIT
001850     PERFORM 7500-CHECK-CALENDAR THRU 7500-EXIT
001860     PERFORM 2900-WRITE-STATUS-PAGE THRU 2900-EXIT
001870     PERFORM 9000-TERMINATE THRU 9000-EXIT
001880     STOP RUN.
001890*----------------------------------------------------------------
001900* 1000-INITIALIZE - fix the run date being checked and open the
001910*                   report.
001920*----------------------------------------------------------------
001930 1000-INITIALIZE.
001940     OPEN OUTPUT MORNING-REPORT
001950     ACCEPT run-date FROM DATE YYYYMMDD
001960     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
001970     MOVE "GCJ_RUN_DATE" TO parm-name
001980     PERFORM 1820-GET-PARM THRU 1820-EXIT
001990     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
002000         MOVE env-text(1:8) TO run-date
002010     END-IF.
002020 1000-EXIT.
002030     EXIT.
002040*----------------------------------------------------------------
002050* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
002060*                       table, one "KEYWORD VALUE" card per
002070*                       record, blank and *-comment cards passed
002080*                       by; a deck that isn't cataloged leaves
002090*                       every parameter at its default. Same
002100*                       deck-and-lookup shape as GCJ's.
002110*----------------------------------------------------------------
002120 1800-LOAD-PARM-FILE.
002130     MOVE 0 TO parm-count
002140     MOVE "N" TO PARM-EOF-SW
002150     OPEN INPUT PARM-FILE
002160     IF parm-file-status NOT = "00"
002170         GO TO 1800-EXIT
002180     END-IF
002190     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
002200         UNTIL PARM-EOF
002210     CLOSE PARM-FILE.
002220 1800-EXIT.
002230     EXIT.
002240 1810-LOAD-ONE-PARM.
002250     READ PARM-FILE
002260         AT END
002270             SET PARM-EOF TO TRUE
002280             GO TO 1810-EXIT
002290     END-READ
002300     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
002310         GO TO 1810-EXIT
002320     END-IF
002330     IF parm-count NOT < parm-max
002340         GO TO 1810-EXIT
002350     END-IF
002360     MOVE 0 TO parm-token-len
002370     INSPECT PARM-RECORD TALLYING parm-token-len
002380         FOR CHARACTERS BEFORE INITIAL SPACE
002390     IF parm-token-len = 0 OR parm-token-len > 20
002400         GO TO 1810-EXIT
002410     END-IF
002420     ADD 1 TO parm-count
002430     MOVE SPACES TO pf-key(parm-count)
002440     MOVE PARM-RECORD(1:parm-token-len) TO pf-key(parm-count)
002450     MOVE SPACES TO pf-value(parm-count)
002460     COMPUTE parm-token-start = parm-token-len + 2
002470     IF parm-token-start > 80
002480         GO TO 1810-EXIT
002490     END-IF
002500     MOVE 0 TO parm-token-len
002510     INSPECT PARM-RECORD(parm-token-start:)
002520         TALLYING parm-token-len
002530         FOR CHARACTERS BEFORE INITIAL SPACE
002540     IF parm-token-len = 0 OR parm-token-len > 20
002550         GO TO 1810-EXIT
002560     END-IF
002570     MOVE PARM-RECORD(parm-token-start:parm-token-len)
002580         TO pf-value(parm-count).
002590 1810-EXIT.
002600     EXIT.
002610*----------------------------------------------------------------
002620* 1820-GET-PARM - the card PARM-NAME names, its value into
002630*                 ENV-TEXT; spaces when the deck doesn't carry
002640*                 it.
002650*----------------------------------------------------------------
002660 1820-GET-PARM.
002670     MOVE SPACES TO env-text
002680     MOVE "N" TO PARM-FOUND-SW
002690     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
002700         VARYING parm-idx FROM 1 BY 1
002710         UNTIL PARM-FOUND OR parm-idx > parm-count.
002720 1820-EXIT.
002730     EXIT.
002740 1830-MATCH-ONE-PARM.
002750     IF pf-key(parm-idx) = parm-name
002760         SET PARM-FOUND TO TRUE
002770         MOVE pf-value(parm-idx) TO env-text
002780     END-IF.
002790 1830-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820* 2000-CHECK-RUNSTATS - the date's RUNSTATS record (the last
002830*                       one, when a restart or repair appended
002840*                       more than one). CHECK when the date
002850*                       never ran, or ran with rejects.
002860*----------------------------------------------------------------
002870 2000-CHECK-RUNSTATS.
002880     MOVE "N" TO FILE-EOF-SW
002890     MOVE "N" TO rs-found-sw
002900     OPEN INPUT RUNSTATS-FILE
002910     IF input-file-status NOT = "00"
002920         SET FILE-EOF TO TRUE
002930     END-IF
002940     PERFORM 2100-SCAN-ONE-RUNSTAT THRU 2100-EXIT
002950         UNTIL FILE-EOF
002960     IF input-file-status NOT = "35"
002970         CLOSE RUNSTATS-FILE
002980     END-IF
002990     MOVE "GCJ" TO step-label
003000     IF rs-found-sw = "N"
003010         MOVE "N" TO STEP-CLEAN-SW
003020         MOVE "NO RUNSTATS RECORD FOR THE DATE - NOT RUN?"
003030             TO step-detail
003040     ELSE
003050         IF rs-rejects = 0
003060             MOVE "Y" TO STEP-CLEAN-SW
003070         ELSE
003080             MOVE "N" TO STEP-CLEAN-SW
003090         END-IF
003100         MOVE rs-detail TO step-detail
003110     END-IF
003120     PERFORM 2800-ADD-STATUS-LINE THRU 2800-EXIT.
003130 2000-EXIT.
003140     EXIT.
003150 2100-SCAN-ONE-RUNSTAT.
003160     READ RUNSTATS-FILE
003170         AT END
003180             SET FILE-EOF TO TRUE
003190             GO TO 2100-EXIT
003200     END-READ
003210     IF RUNSTATS-RECORD(1:5) NOT = "DATE="
003220             OR RUNSTATS-RECORD(6:8) IS NOT NUMERIC
003230         GO TO 2100-EXIT
003240     END-IF
003250     IF RUNSTATS-RECORD(6:8) NOT = run-date
003260         GO TO 2100-EXIT
003270     END-IF
003280     MOVE "Y" TO rs-found-sw
003290     MOVE RUNSTATS-RECORD(15:95) TO rs-detail
003300     MOVE RUNSTATS-RECORD TO ln
003310     PERFORM 8200-SCAN-REJECTS THRU 8200-EXIT
003320     IF VALUE-FOUND
003330         MOVE scan-value TO rs-rejects
003340     END-IF.
003350 2100-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------
003380* 3000-CHECK-BALANCE - BALRPT's last line is GCJBAL's verdict
003390*                      for the file it balanced.
003400*----------------------------------------------------------------
003410 3000-CHECK-BALANCE.
003420     MOVE "N" TO FILE-EOF-SW
003430     MOVE SPACES TO bal-verdict
003440     OPEN INPUT BALANCE-REPORT
003450     IF input-file-status NOT = "00"
003460         SET FILE-EOF TO TRUE
003470     END-IF
003480     PERFORM 3100-SCAN-ONE-BALANCE THRU 3100-EXIT
003490         UNTIL FILE-EOF
003500     IF input-file-status NOT = "35"
003510         CLOSE BALANCE-REPORT
003520     END-IF
003530     MOVE "BALANCE" TO step-label
003540     IF bal-verdict = SPACES
003550         MOVE "N" TO STEP-CLEAN-SW
003560         MOVE "NO BALRPT - NOT RUN?" TO step-detail
003570     ELSE
003580         IF bal-verdict(1:15) = "FILE IN BALANCE"
003590             MOVE "Y" TO STEP-CLEAN-SW
003600         ELSE
003610             MOVE "N" TO STEP-CLEAN-SW
003620         END-IF
003630         MOVE bal-verdict TO step-detail
003640     END-IF
003650     PERFORM 2800-ADD-STATUS-LINE THRU 2800-EXIT.
003660 3000-EXIT.
003670     EXIT.
003680 3100-SCAN-ONE-BALANCE.
003690     READ BALANCE-REPORT
003700         AT END
003710             SET FILE-EOF TO TRUE
003720             GO TO 3100-EXIT
003730     END-READ
003740     IF BALANCE-REPORT-REC NOT = SPACES
003750         MOVE BALANCE-REPORT-REC(1:80) TO bal-verdict
003760     END-IF.
003770 3100-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800* 4000-CHECK-SCORE - SCRFILE's SCORE line; CHECK when anything
003810*                    mismatched or went missing.
003820*----------------------------------------------------------------
003830 4000-CHECK-SCORE.
003840     MOVE "N" TO FILE-EOF-SW
003850     MOVE "N" TO scr-found-sw
003860     OPEN INPUT SCORE-FILE
003870     IF input-file-status NOT = "00"
003880         SET FILE-EOF TO TRUE
003890     END-IF
003900     PERFORM 4100-SCAN-ONE-SCORE THRU 4100-EXIT
003910         UNTIL FILE-EOF
003920     IF input-file-status NOT = "35"
003930         CLOSE SCORE-FILE
003940     END-IF
003950     MOVE "SCORE" TO step-label
003960     IF scr-found-sw = "N"
003970         MOVE "N" TO STEP-CLEAN-SW
003980         MOVE "NO SCORE LINE ON SCRFILE - NOT RUN?"
003990             TO step-detail
004000     ELSE
004010         IF scr-mismatch = 0 AND scr-missing = 0
004020             MOVE "Y" TO STEP-CLEAN-SW
004030         ELSE
004040             MOVE "N" TO STEP-CLEAN-SW
004050         END-IF
004060         MOVE SPACES TO step-detail
004070         STRING "MISMATCH=" DELIMITED BY SIZE
004080                scr-mismatch DELIMITED BY SIZE
004090                " MISSING=" DELIMITED BY SIZE
004100                scr-missing DELIMITED BY SIZE
004110                INTO step-detail
004120         END-STRING
004130     END-IF
004140     PERFORM 2800-ADD-STATUS-LINE THRU 2800-EXIT.
004150 4000-EXIT.
004160     EXIT.
004170 4100-SCAN-ONE-SCORE.
004180     READ SCORE-FILE
004190         AT END
004200             SET FILE-EOF TO TRUE
004210             GO TO 4100-EXIT
004220     END-READ
004230     IF SCORE-RECORD(1:7) NOT = "SCORE: "
004240         GO TO 4100-EXIT
004250     END-IF
004260     MOVE "Y" TO scr-found-sw
004270     MOVE SCORE-RECORD TO ln
004280     PERFORM 8300-SCAN-MISMATCH THRU 8300-EXIT
004290     IF VALUE-FOUND
004300         MOVE scan-value TO scr-mismatch
004310     END-IF
004320     PERFORM 8400-SCAN-MISSING THRU 8400-EXIT
004330     IF VALUE-FOUND
004340         MOVE scan-value TO scr-missing
004350     END-IF.
004360 4100-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390* 5000-CHECK-SPLIT - SPLFILE's SHORT/LONG flag lines are the
004400*                    slice problems; no SPLFILE at all is a
004410*                    single-stream night, unflagged.
004420*----------------------------------------------------------------
004430 5000-CHECK-SPLIT.
004440     MOVE "N" TO FILE-EOF-SW
004450     MOVE "N" TO spl-problem-sw
004460     MOVE 0 TO spl-stream-count
004470     OPEN INPUT SPLIT-LOG-FILE
004480     MOVE input-file-status TO spl-status
004490     IF input-file-status NOT = "00"
004500         SET FILE-EOF TO TRUE
004510     END-IF
004520     PERFORM 5100-SCAN-ONE-SPLIT THRU 5100-EXIT
004530         UNTIL FILE-EOF
004540     MOVE "SPLIT" TO step-label
004550     IF spl-status NOT = "00"
004560         MOVE "Y" TO STEP-CLEAN-SW
004570         MOVE "NO SPLFILE - SINGLE-STREAM NIGHT" TO step-detail
004580     ELSE
004590         CLOSE SPLIT-LOG-FILE
004600         IF spl-problem-sw = "N"
004610             MOVE "Y" TO STEP-CLEAN-SW
004620             MOVE SPACES TO step-detail
004630             STRING "STREAMS=" DELIMITED BY SIZE
004640                    spl-stream-count DELIMITED BY SIZE
004650                    " NO SLICE PROBLEMS" DELIMITED BY SIZE
004660                    INTO step-detail
004670             END-STRING
004680         ELSE
004690             MOVE "N" TO STEP-CLEAN-SW
004700             MOVE "SHORT OR LONG INPUT FLAGGED ON SPLFILE"
004710                 TO step-detail
004720         END-IF
004730     END-IF
004740     PERFORM 2800-ADD-STATUS-LINE THRU 2800-EXIT.
004750 5000-EXIT.
004760     EXIT.
004770 5100-SCAN-ONE-SPLIT.
004780     READ SPLIT-LOG-FILE
004790         AT END
004800             SET FILE-EOF TO TRUE
004810             GO TO 5100-EXIT
004820     END-READ
004830     IF SPLIT-LOG-RECORD(1:7) = "STREAM "
004840         ADD 1 TO spl-stream-count
004850     END-IF
004860     IF SPLIT-LOG-RECORD(1:12) = "SHORT INPUT:"
004870             OR SPLIT-LOG-RECORD(1:11) = "LONG INPUT:"
004880         MOVE "Y" TO spl-problem-sw
004890     END-IF.
004900 5100-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930* 6000-CHECK-HISTLOAD - HLDFILE's totals line, from GCJHLOAD or
004940*                       the GCJHBLK bulk path; CHECK when
004950*                       records held.
004960*----------------------------------------------------------------
004970 6000-CHECK-HISTLOAD.
004980     MOVE "N" TO FILE-EOF-SW
004990     MOVE "N" TO hld-found-sw
005000     OPEN INPUT HOLD-FILE
005010     IF input-file-status NOT = "00"
005020         SET FILE-EOF TO TRUE
005030     END-IF
005040     PERFORM 6100-SCAN-ONE-HOLD THRU 6100-EXIT
005050         UNTIL FILE-EOF
005060     IF input-file-status NOT = "35"
005070         CLOSE HOLD-FILE
005080     END-IF
005090     MOVE "HISTLOAD" TO step-label
005100     IF hld-found-sw = "N"
005110         MOVE "N" TO STEP-CLEAN-SW
005120         MOVE "NO LOAD TOTALS ON HLDFILE - NOT RUN?"
005130             TO step-detail
005140     ELSE
005150         IF hld-held = 0 AND hld-problem-sw = "N"
005160             MOVE "Y" TO STEP-CLEAN-SW
005170         ELSE
005180             MOVE "N" TO STEP-CLEAN-SW
005190         END-IF
005200         MOVE SPACES TO step-detail
005210*        The GCJHLOAD totals line carries no ELAPSED= - only the
005220*        GCJHBLK bulk path reports its clock - so the clause
005230*        only prints when a value was actually scanned, instead
005240*        of a zero that reads like a zero-second load.
005250         IF hld-elapsed-sw = "Y"
005260             STRING "LOADED=" DELIMITED BY SIZE
005270                    hld-loaded DELIMITED BY SIZE
005280                    " HELD=" DELIMITED BY SIZE
005290                    hld-held DELIMITED BY SIZE
005300                    " ELAPSED=" DELIMITED BY SIZE
005310                    hld-elapsed DELIMITED BY SIZE
005320                    " SECONDS" DELIMITED BY SIZE
005330                    INTO step-detail
005340             END-STRING
005350         ELSE
005360             STRING "LOADED=" DELIMITED BY SIZE
005370                    hld-loaded DELIMITED BY SIZE
005380                    " HELD=" DELIMITED BY SIZE
005390                    hld-held DELIMITED BY SIZE
005400                    INTO step-detail
005410             END-STRING
005420         END-IF
005430         IF hld-problem-sw = "Y"
005440             MOVE "STREAM SEGMENT MISSING" TO step-detail(60:22)
005450         END-IF
005460     END-IF
005470     PERFORM 2800-ADD-STATUS-LINE THRU 2800-EXIT.
005480 6000-EXIT.
005490     EXIT.
005500 6100-SCAN-ONE-HOLD.
005510     READ HOLD-FILE
005520         AT END
005530             SET FILE-EOF TO TRUE
005540             GO TO 6100-EXIT
005550     END-READ
005560*    GCJHBLK flags a whole missing stream segment on HLDFILE
005570*    with a *** STREAM *** line and keeps loading - a load that
005580*    skipped a stream can hold zero records and still be a bad
005590*    night, so the flag forces CHECK the way SPLFILE's
005600*    SHORT/LONG lines do for the split step.
005610     IF HOLD-RECORD(1:11) = "*** STREAM "
005620         MOVE "Y" TO hld-problem-sw
005630         GO TO 6100-EXIT
005640     END-IF
005650     IF HOLD-RECORD(1:12) NOT = "LOAD TOTALS:"
005660             AND HOLD-RECORD(1:17) NOT = "BULK LOAD TOTALS:"
005670         GO TO 6100-EXIT
005680     END-IF
005690     MOVE "Y" TO hld-found-sw
005700     MOVE HOLD-RECORD TO ln
005710     PERFORM 8500-SCAN-HELD THRU 8500-EXIT
005720     IF VALUE-FOUND
005730         MOVE scan-value TO hld-held
005740     END-IF
005750     PERFORM 8600-SCAN-LOADED THRU 8600-EXIT
005760     IF VALUE-FOUND
005770         MOVE scan-value TO hld-loaded
005780     ELSE
005790         PERFORM 8650-SCAN-ADDED THRU 8650-EXIT
005800         IF VALUE-FOUND
005810             MOVE scan-value TO hld-loaded
005820         END-IF
005830     END-IF
005840     PERFORM 8700-SCAN-ELAPSED THRU 8700-EXIT
005850     IF VALUE-FOUND
005860         MOVE scan-value TO hld-elapsed
005870         MOVE "Y" TO hld-elapsed-sw
005880     END-IF.
005890 6100-EXIT.
005900     EXIT.
005910*----------------------------------------------------------------
005920* 7000-CHECK-ARCHIVE - ARCLOG's sweep totals.
005930*----------------------------------------------------------------
005940 7000-CHECK-ARCHIVE.
005950     MOVE "N" TO FILE-EOF-SW
005960     MOVE "N" TO arc-found-sw
005970     OPEN INPUT ARCHIVE-LOG
005980     IF input-file-status NOT = "00"
005990         SET FILE-EOF TO TRUE
006000     END-IF
006010     PERFORM 7100-SCAN-ONE-ARCLOG THRU 7100-EXIT
006020         UNTIL FILE-EOF
006030     IF input-file-status NOT = "35"
006040         CLOSE ARCHIVE-LOG
006050     END-IF
006060     MOVE "ARCHIVE" TO step-label
006070     IF arc-found-sw = "N"
006080         MOVE "N" TO STEP-CLEAN-SW
006090         MOVE "NO SWEEP TOTALS ON ARCLOG - NOT RUN?"
006100             TO step-detail
006110     ELSE
006120         MOVE "Y" TO STEP-CLEAN-SW
006130         MOVE SPACES TO step-detail
006140         STRING "ARCHIVED=" DELIMITED BY SIZE
006150                arc-archived DELIMITED BY SIZE
006160                " PURGED=" DELIMITED BY SIZE
006170                arc-purged DELIMITED BY SIZE
006180                INTO step-detail
006190         END-STRING
006200     END-IF
006210     PERFORM 2800-ADD-STATUS-LINE THRU 2800-EXIT.
006220 7000-EXIT.
006230     EXIT.
006240 7100-SCAN-ONE-ARCLOG.
006250     READ ARCHIVE-LOG
006260         AT END
006270             SET FILE-EOF TO TRUE
006280             GO TO 7100-EXIT
006290     END-READ
006300     MOVE ARCHIVE-LOG-RECORD TO ln
006310     PERFORM 8800-SCAN-ARCHIVED THRU 8800-EXIT
006320     IF VALUE-FOUND
006330         MOVE "Y" TO arc-found-sw
006340         MOVE scan-value TO arc-archived
006350         PERFORM 8900-SCAN-PURGED THRU 8900-EXIT
006360         IF VALUE-FOUND
006370             MOVE scan-value TO arc-purged
006380         END-IF
006390     END-IF.
006400 7100-EXIT.
006410     EXIT.
006420*----------------------------------------------------------------
006430* 7500-CHECK-CALENDAR - CALRPT's last VERDICT line is GCJCREC's
006440*                       word on the night's sessions against the
006450*                       contest calendar; anything but CLEAN is
006460*                       a CHECK, an UNCHECKED reconciliation
006470*                       included.
006480*----------------------------------------------------------------
006490 7500-CHECK-CALENDAR.
006500     MOVE "N" TO FILE-EOF-SW
006510     MOVE SPACES TO cal-verdict
006520     OPEN INPUT CALENDAR-REPORT
006530     IF input-file-status NOT = "00"
006540         SET FILE-EOF TO TRUE
006550     END-IF
006560     PERFORM 7600-SCAN-ONE-CALENDAR THRU 7600-EXIT
006570         UNTIL FILE-EOF
006580     IF input-file-status NOT = "35"
006590         CLOSE CALENDAR-REPORT
006600     END-IF
006610     MOVE "CALENDAR" TO step-label
006620     IF cal-verdict = SPACES
006630         MOVE "N" TO STEP-CLEAN-SW
006640         MOVE "NO CALRPT - NOT RUN?" TO step-detail
006650     ELSE
006660         IF cal-verdict(1:14) = "VERDICT: CLEAN"
006670             MOVE "Y" TO STEP-CLEAN-SW
006680         ELSE
006690             MOVE "N" TO STEP-CLEAN-SW
006700         END-IF
006710         MOVE cal-verdict(10:) TO step-detail
006720     END-IF
006730     PERFORM 2800-ADD-STATUS-LINE THRU 2800-EXIT.
006740 7500-EXIT.
006750     EXIT.
006760 7600-SCAN-ONE-CALENDAR.
006770     READ CALENDAR-REPORT
006780         AT END
006790             SET FILE-EOF TO TRUE
006800             GO TO 7600-EXIT
006810     END-READ
006820     IF CALENDAR-REPORT-REC(1:8) = "VERDICT:"
006830         MOVE CALENDAR-REPORT-REC(1:80) TO cal-verdict
006840     END-IF.
006850 7600-EXIT.
006860     EXIT.
006870*----------------------------------------------------------------
006880* 2800-ADD-STATUS-LINE - one step's line into the table, CHECK
006890*                        lines counted for the verdict.
006900*----------------------------------------------------------------
006910 2800-ADD-STATUS-LINE.
006920     IF status-line-count NOT < status-line-max
006930         GO TO 2800-EXIT
006940     END-IF
006950     ADD 1 TO status-line-count
006960     MOVE SPACES TO status-line(status-line-count)
006970     IF STEP-CLEAN
006980         STRING step-label DELIMITED BY SIZE
006990                " CLEAN  " DELIMITED BY SIZE
007000                step-detail DELIMITED BY SIZE
007010                INTO status-line(status-line-count)
007020         END-STRING
007030     ELSE
007040         ADD 1 TO check-count
007050         STRING step-label DELIMITED BY SIZE
007060                " CHECK  " DELIMITED BY SIZE
007070                step-detail DELIMITED BY SIZE
007080                INTO status-line(status-line-count)
007090         END-STRING
007100     END-IF.
007110 2800-EXIT.
007120     EXIT.
007130*----------------------------------------------------------------
007140* 2900-WRITE-STATUS-PAGE - the page: heading, the verdict on
007150*                          top, then the step lines in night
007160*                          order.
007170*----------------------------------------------------------------
007180 2900-WRITE-STATUS-PAGE.
007190     MOVE SPACES TO MORNING-REPORT-REC
007200     STRING "MORNING STATUS FOR RUN DATE " DELIMITED BY SIZE
007210            run-date DELIMITED BY SIZE
007220            INTO MORNING-REPORT-REC
007230     END-STRING
007240     WRITE MORNING-REPORT-REC
007250     MOVE SPACES TO MORNING-REPORT-REC
007260     IF check-count = 0
007270         MOVE "OVERALL: CLEAN" TO MORNING-REPORT-REC
007280     ELSE
007290         STRING "OVERALL: CHECK - " DELIMITED BY SIZE
007300                check-count DELIMITED BY SIZE
007310                " STEP(S) FLAGGED" DELIMITED BY SIZE
007320                INTO MORNING-REPORT-REC
007330         END-STRING
007340     END-IF
007350     WRITE MORNING-REPORT-REC
007360     MOVE SPACES TO MORNING-REPORT-REC
007370     WRITE MORNING-REPORT-REC
007380     PERFORM 2910-WRITE-ONE-STATUS-LINE THRU 2910-EXIT
007390         VARYING status-idx FROM 1 BY 1
007400         UNTIL status-idx > status-line-count.
007410 2900-EXIT.
007420     EXIT.
007430 2910-WRITE-ONE-STATUS-LINE.
007440     MOVE SPACES TO MORNING-REPORT-REC
007450     MOVE status-line(status-idx) TO MORNING-REPORT-REC(1:120)
007460     WRITE MORNING-REPORT-REC.
007470 2910-EXIT.
007480     EXIT.
007490*----------------------------------------------------------------
007500* 8200-SCAN-REJECTS and friends - one tagged 9-digit value off
007510*                                 the line sitting in LN. The
007520*                                 tags are INSPECT literals, so
007530*                                 it's one small paragraph per
007540*                                 tag rather than one with a
007550*                                 variable tag.
007560*----------------------------------------------------------------
007570 8200-SCAN-REJECTS.
007580     MOVE "N" TO FOUND-SW
007590     MOVE 0 TO token-len
007600     INSPECT ln TALLYING token-len
007610         FOR CHARACTERS BEFORE INITIAL "REJECTS="
007620     COMPUTE token-start = token-len + 9
007630     PERFORM 8100-TAKE-SCAN-VALUE THRU 8100-EXIT.
007640 8200-EXIT.
007650     EXIT.
007660 8300-SCAN-MISMATCH.
007670     MOVE "N" TO FOUND-SW
007680     MOVE 0 TO token-len
007690     INSPECT ln TALLYING token-len
007700         FOR CHARACTERS BEFORE INITIAL "MISMATCH="
007710     COMPUTE token-start = token-len + 10
007720     PERFORM 8100-TAKE-SCAN-VALUE THRU 8100-EXIT.
007730 8300-EXIT.
007740     EXIT.
007750 8400-SCAN-MISSING.
007760     MOVE "N" TO FOUND-SW
007770     MOVE 0 TO token-len
007780     INSPECT ln TALLYING token-len
007790         FOR CHARACTERS BEFORE INITIAL "MISSING="
007800     COMPUTE token-start = token-len + 9
007810     PERFORM 8100-TAKE-SCAN-VALUE THRU 8100-EXIT.
007820 8400-EXIT.
007830     EXIT.
007840 8500-SCAN-HELD.
007850     MOVE "N" TO FOUND-SW
007860     MOVE 0 TO token-len
007870     INSPECT ln TALLYING token-len
007880         FOR CHARACTERS BEFORE INITIAL "HELD="
007890     COMPUTE token-start = token-len + 6
007900     PERFORM 8100-TAKE-SCAN-VALUE THRU 8100-EXIT.
007910 8500-EXIT.
007920     EXIT.
007930 8600-SCAN-LOADED.
007940     MOVE "N" TO FOUND-SW
007950     MOVE 0 TO token-len
007960     INSPECT ln TALLYING token-len
007970         FOR CHARACTERS BEFORE INITIAL "LOADED="
007980     COMPUTE token-start = token-len + 8
007990     PERFORM 8100-TAKE-SCAN-VALUE THRU 8100-EXIT.
008000 8600-EXIT.
008010     EXIT.
008020 8650-SCAN-ADDED.
008030     MOVE "N" TO FOUND-SW
008040     MOVE 0 TO token-len
008050     INSPECT ln TALLYING token-len
008060         FOR CHARACTERS BEFORE INITIAL "ADDED="
008070     COMPUTE token-start = token-len + 7
008080     PERFORM 8100-TAKE-SCAN-VALUE THRU 8100-EXIT.
008090 8650-EXIT.
008100     EXIT.
008110 8700-SCAN-ELAPSED.
008120     MOVE "N" TO FOUND-SW
008130     MOVE 0 TO token-len
008140     INSPECT ln TALLYING token-len
008150         FOR CHARACTERS BEFORE INITIAL "ELAPSED="
008160     COMPUTE token-start = token-len + 9
008170     PERFORM 8100-TAKE-SCAN-VALUE THRU 8100-EXIT.
008180 8700-EXIT.
008190     EXIT.
008200 8800-SCAN-ARCHIVED.
008210     MOVE "N" TO FOUND-SW
008220     MOVE 0 TO token-len
008230     INSPECT ln TALLYING token-len
008240         FOR CHARACTERS BEFORE INITIAL "ARCHIVED="
008250     COMPUTE token-start = token-len + 10
008260     PERFORM 8100-TAKE-SCAN-VALUE THRU 8100-EXIT.
008270 8800-EXIT.
008280     EXIT.
008290 8900-SCAN-PURGED.
008300     MOVE "N" TO FOUND-SW
008310     MOVE 0 TO token-len
008320     INSPECT ln TALLYING token-len
008330         FOR CHARACTERS BEFORE INITIAL "PURGED="
008340     COMPUTE token-start = token-len + 8
008350     PERFORM 8100-TAKE-SCAN-VALUE THRU 8100-EXIT.
008360 8900-EXIT.
008370     EXIT.
008380*----------------------------------------------------------------
008390* 8100-TAKE-SCAN-VALUE - the 9 zero-padded digits the writers
008400*                        string behind a found tag; TOKEN-LEN
008410*                        past the line end means the tag wasn't
008420*                        there.
008430*----------------------------------------------------------------
008440 8100-TAKE-SCAN-VALUE.
008450     IF token-start > 152
008460         GO TO 8100-EXIT
008470     END-IF
008480     IF ln(token-start:9) IS NOT NUMERIC
008490         GO TO 8100-EXIT
008500     END-IF
008510     MOVE ln(token-start:9) TO scan-value
008520     SET VALUE-FOUND TO TRUE.
008530 8100-EXIT.
008540     EXIT.
008550*----------------------------------------------------------------
008560* 9000-TERMINATE - close out the report.
008570*----------------------------------------------------------------
008580 9000-TERMINATE.
008590     CLOSE MORNING-REPORT.
008600 9000-EXIT.
008610     EXIT.
