000010* Program: GCJSTAND - per-session contestant standings
000020* Language: COBOL
000030* Author: KirarinSnow
000040* Usage: cobc -x thisfile.cob -o exec, then run after GCJSCORE and
000050*        GCJHLOAD against the night's SCRFILE, the RPTFILE it
000060*        scored, and the HISTMSTR case-history master. A
000070*        GCJ_RUN_DATE card on the PARMFILE deck (YYYYMMDD, default
000080*        today) names the run date being ranked. Last night's
000090*        season-to-date ranking file comes in on STDOLD (not
000100*        cataloged on the first night of the season) and tonight's
000110*        rolled-forward generation goes out on STDNEW. The ranked
000120*        standings land on STDRPT: one block per contest session,
000130*        then the season-to-date ranking.
000140* Comments: Every SCRFILE case line counts toward its entrant's
000150*           standing in its session: MATCH and MISMATCH as scored,
000160*           MISSING FROM REPORT as rejected (the key expected an
000170*           answer the report didn't give - a reject or a held
000180*           case), and all three as attempted. IN REPORT ONLY
000190*           lines aren't in the key and aren't scored. The session
000200*           is the one the RPTFILE *** SESSION *** echo above the
000210*           case set; the entrant is HIST-ENTRANT-ID on the
000220*           case's HISTMSTR record, or for a case that never
000230*           decided (so never loaded) the RPTFILE *** ENTRANT ***
000240*           echo above it. Percent correct is matched over
000250*           attempted. Ranks run best percent first; entrants
000260*           level on percent are split by cases matched, and
000270*           entrants level on both share the rank - the next rank
000280*           skips, 1-2-2-4 - and list in entrant id order. Cases
000290*           under no ENTRANT marker are shown per session but not
000300*           ranked and are left off the season file. STDOLD
000310*           already through tonight's date means tonight was
000320*           already rolled - the file is carried forward unchanged
000330*           rather than counted twice. A catch-up RPTFILE numbers
000340*           each day from 1, so standings take one day at a time.
000350*
000360* Modification History:
000370* DATE       INIT  DESCRIPTION
000380* 2026-10-15 KS    New program - ranked per-session standings and
000390*                    a season-to-date ranking file rolled forward
000400*                    nightly, off the scoring the desk was
000410*                    tallying by hand from SCRFILE.
000420
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. GCJSTAND.
000450 AUTHOR. KirarinSnow.
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT SCORE-FILE ASSIGN TO "SCRFILE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS score-file-status.
000520     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS report-file-status.
000550     SELECT HISTORY-MASTER ASSIGN TO "HISTMSTR"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS HIST-KEY
000590         ALTERNATE RECORD KEY IS HIST-CASE-NUMBER
000600             WITH DUPLICATES
000610         FILE STATUS IS history-file-status.
000620     SELECT SEASON-OLD-FILE ASSIGN TO "STDOLD"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS season-file-status.
000650     SELECT SEASON-NEW-FILE ASSIGN TO "STDNEW"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT STANDINGS-REPORT ASSIGN TO "STDRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS parm-file-status.
000720     SELECT SORT-WORK-FILE ASSIGN TO "SWKFILE".
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  SCORE-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORDING MODE IS F.
000780 01  SCORE-RECORD         PIC X(132).
000790 FD  REPORT-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORDING MODE IS F.
000820 01  REPORT-RECORD        PIC X(132).
000830 FD  HISTORY-MASTER
000840     LABEL RECORDS ARE STANDARD
000850     RECORDING MODE IS F.
000860 01  HIST-RECORD.
000870     05  HIST-KEY.
000880         10  HIST-RUN-DATE    PIC 9(8).
000890         10  HIST-CASE-NUMBER PIC 9(9).
000900     05  HIST-B               PIC 9(9).
000910     05  HIST-QUOT            PIC 9(9).
000920     05  HIST-REM             PIC 9(9).
000930     05  HIST-RESULT          PIC X(5).
000940     05  HIST-CORR-FLAG       PIC X(01).
000950     05  HIST-ENTRANT-ID      PIC X(08).
000960     05  HIST-W               PIC 9(9).
000970     05  FILLER               PIC X(05).
000980*    The season-to-date file: one "H" header naming the last run
000990*    date rolled in, then one "D" record per ranked entrant.
001000 FD  SEASON-OLD-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORDING MODE IS F.
001030 01  SEASON-OLD-HEADER.
001040     05  SOH-TYPE             PIC X(01).
001050     05  SOH-THROUGH-DATE     PIC 9(8).
001060     05  SOH-NIGHTS           PIC 9(5).
001070     05  FILLER               PIC X(66).
001080 01  SEASON-OLD-DETAIL.
001090     05  SOD-TYPE             PIC X(01).
001100     05  SOD-ENTRANT          PIC X(08).
001110     05  SOD-RANK             PIC 9(5).
001120     05  SOD-ATTEMPTED        PIC 9(9).
001130     05  SOD-MATCHED          PIC 9(9).
001140     05  SOD-MISMATCHED       PIC 9(9).
001150     05  SOD-REJECTED         PIC 9(9).
001160     05  SOD-PCT              PIC 9(3)V9(2).
001170     05  SOD-NIGHTS           PIC 9(5).
001180     05  SOD-LAST-DATE        PIC 9(8).
001190     05  FILLER               PIC X(12).
001200 FD  SEASON-NEW-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORDING MODE IS F.
001230 01  SEASON-NEW-HEADER.
001240     05  SNH-TYPE             PIC X(01).
001250     05  SNH-THROUGH-DATE     PIC 9(8).
001260     05  SNH-NIGHTS           PIC 9(5).
001270     05  FILLER               PIC X(66).
001280 01  SEASON-NEW-DETAIL.
001290     05  SND-TYPE             PIC X(01).
001300     05  SND-ENTRANT          PIC X(08).
001310     05  SND-RANK             PIC 9(5).
001320     05  SND-ATTEMPTED        PIC 9(9).
001330     05  SND-MATCHED          PIC 9(9).
001340     05  SND-MISMATCHED       PIC 9(9).
001350     05  SND-REJECTED         PIC 9(9).
001360     05  SND-PCT              PIC 9(3)V9(2).
001370     05  SND-NIGHTS           PIC 9(5).
001380     05  SND-LAST-DATE        PIC 9(8).
001390     05  FILLER               PIC X(12).
001400 FD  STANDINGS-REPORT
001410     LABEL RECORDS ARE STANDARD
001420     RECORDING MODE IS F.
001430 01  STANDINGS-REC        PIC X(132).
001440 FD  PARM-FILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORDING MODE IS F.
001470 01  PARM-RECORD          PIC X(80).
001480 SD  SORT-WORK-FILE.
001490 01  SORT-WORK-RECORD.
001500     05  SW-SESSION       PIC X(8).
001510     05  SW-PCT           PIC 9(3)V9(2).
001520     05  SW-MATCHED       PIC 9(9).
001530     05  SW-ENTRANT       PIC X(8).
001540     05  SW-ATTEMPTED     PIC 9(9).
001550     05  SW-MISMATCHED    PIC 9(9).
001560     05  SW-REJECTED      PIC 9(9).
001570     05  SW-NIGHTS        PIC 9(5).
001580     05  SW-LAST-DATE     PIC 9(8).
001590 WORKING-STORAGE SECTION.
001600 77  score-file-status    PIC X(02).
001610 77  report-file-status   PIC X(02).
001620 77  history-file-status  PIC X(02).
001630 77  season-file-status   PIC X(02).
001640 77  parm-file-status     PIC X(02).
001650 77  parm-max             PIC 9(9)  VALUE 30.
001660 77  standing-max         PIC 9(9)  VALUE 500.
001670 01  SWITCHES.
001680     05  SCORE-EOF-SW     PIC X(01)  VALUE "N".
001690         88  SCORE-EOF               VALUE "Y".
001700     05  REPORT-EOF-SW    PIC X(01)  VALUE "N".
001710         88  REPORT-EOF              VALUE "Y".
001720     05  SEASON-EOF-SW    PIC X(01)  VALUE "N".
001730         88  SEASON-EOF              VALUE "Y".
001740     05  SORT-EOF-SW      PIC X(01)  VALUE "N".
001750         88  SORT-EOF                VALUE "Y".
001760     05  HIST-AVAIL-SW    PIC X(01)  VALUE "N".
001770         88  HIST-AVAILABLE          VALUE "Y".
001780     05  SCORE-OPEN-SW    PIC X(01)  VALUE "N".
001790         88  SCORE-OPENED            VALUE "Y".
001800     05  REPORT-OPEN-SW   PIC X(01)  VALUE "N".
001810         88  REPORT-OPENED           VALUE "Y".
001820     05  ALREADY-ROLLED-SW PIC X(01) VALUE "N".
001830         88  ALREADY-ROLLED          VALUE "Y".
001840     05  LINE-PARSE-SW    PIC X(01)  VALUE "N".
001850         88  LINE-PARSED             VALUE "Y".
001860     05  ENTRY-FOUND-SW   PIC X(01)  VALUE "N".
001870         88  ENTRY-FOUND             VALUE "Y".
001880     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
001890         88  PARM-EOF                VALUE "Y".
001900     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
001910         88  PARM-FOUND              VALUE "Y".
001920 01  env-text         PIC X(9).
001930 01  parm-count       PIC 9(9)  VALUE ZERO.
001940 01  PARM-TABLE.
001950     05  PARM-ENTRY OCCURS 30 TIMES.
001960         10  pf-key       PIC X(20).
001970         10  pf-value     PIC X(20).
001980 01  parm-idx         PIC 9(9).
001990 01  parm-name        PIC X(20).
002000 01  parm-token-start PIC 9(9).
002010 01  token-len        PIC 9(9).
002020 01  token-start      PIC 9(9).
002030 01  run-date         PIC 9(8).
002040 01  ln               PIC X(132).
002050 01  case-text        PIC X(9)  JUSTIFIED RIGHT.
002060 01  scr-case-no      PIC 9(9).
002070 01  scr-outcome      PIC X(8).
002080*    Where the RPTFILE walk stands: the last case line read, the
002090*    session and entrant echoes in effect when it was read, and
002100*    the echoes in effect as the walk goes on.
002110 01  rpt-case-no      PIC 9(9)  VALUE ZERO.
002120 01  rpt-case-session PIC X(8)  VALUE SPACES.
002130 01  rpt-case-entrant PIC X(8)  VALUE SPACES.
002140 01  prev-case-session PIC X(8) VALUE SPACES.
002150 01  prev-case-entrant PIC X(8) VALUE SPACES.
002160 01  echo-session     PIC X(8)  VALUE SPACES.
002170 01  echo-entrant     PIC X(8)  VALUE SPACES.
002180 01  id-len           PIC 9(9).
002190 01  case-session     PIC X(8).
002200 01  case-entrant     PIC X(8).
002210 01  season-through   PIC 9(8)  VALUE ZERO.
002220 01  season-nights    PIC 9(5)  VALUE ZERO.
002230 01  scored-count     PIC 9(9)  VALUE ZERO.
002240 01  match-count      PIC 9(9)  VALUE ZERO.
002250 01  mismatch-count   PIC 9(9)  VALUE ZERO.
002260 01  missing-count    PIC 9(9)  VALUE ZERO.
002270 01  rptonly-count    PIC 9(9)  VALUE ZERO.
002280 01  from-hist-count  PIC 9(9)  VALUE ZERO.
002290 01  from-echo-count  PIC 9(9)  VALUE ZERO.
002300 01  overflow-count   PIC 9(9)  VALUE ZERO.
002310 01  season-read-count PIC 9(9) VALUE ZERO.
002320 01  season-out-count PIC 9(9)  VALUE ZERO.
002330*    Tonight's standings, one entry per session and entrant, and
002340*    the season table - last night's file plus tonight. A season
002350*    runs to a few hundred contestants, so fixed tables hold both;
002360*    a night past either table is counted on the report, never
002370*    ranked short in silence.
002380 01  standing-count   PIC 9(9)  VALUE ZERO.
002390 01  STANDING-TABLE.
002400     05  STANDING-ENTRY OCCURS 500 TIMES.
002410         10  st-session   PIC X(8).
002420         10  st-entrant   PIC X(8).
002430         10  st-attempted PIC 9(9).
002440         10  st-matched   PIC 9(9).
002450         10  st-mismatched PIC 9(9).
002460         10  st-rejected  PIC 9(9).
002470 01  st-idx           PIC 9(9).
002480 01  season-count     PIC 9(9)  VALUE ZERO.
002490 01  SEASON-TABLE.
002500     05  SEASON-ENTRY OCCURS 500 TIMES.
002510         10  se-entrant   PIC X(8).
002520         10  se-attempted PIC 9(9).
002530         10  se-matched   PIC 9(9).
002540         10  se-mismatched PIC 9(9).
002550         10  se-rejected  PIC 9(9).
002560         10  se-nights    PIC 9(5).
002570         10  se-last-date PIC 9(8).
002580 01  se-idx           PIC 9(9).
002590 01  found-idx        PIC 9(9).
002600*    Rank bookkeeping for the sorted pass: position in the group,
002610*    the rank last printed, and the percent and matched count it
002620*    was printed for.
002630 01  group-session    PIC X(8).
002640 01  rank-position    PIC 9(5).
002650 01  current-rank     PIC 9(5).
002660 01  prior-pct        PIC 9(3)V9(2).
002670 01  prior-matched    PIC 9(9).
002680 01  pct-work         PIC 9(3)V9(2).
002690 01  rank-text        PIC ZZZZ9 BLANK WHEN ZERO.
002700 01  attempted-text   PIC ZZZZZZZZ9.
002710 01  matched-text     PIC ZZZZZZZZ9.
002720 01  mismatched-text  PIC ZZZZZZZZ9.
002730 01  rejected-text    PIC ZZZZZZZZ9.
002740 01  nights-text      PIC ZZZZ9.
002750 01  pct-text         PIC ZZ9.99.
002760 01  entrant-text     PIC X(10).
002770 PROCEDURE DIVISION.
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002800     PERFORM 1500-LOAD-SEASON-FILE THRU 1500-EXIT
002810     PERFORM 2000-TALLY-CASES THRU 2000-EXIT
002820     PERFORM 3000-WRITE-SESSION-STANDINGS THRU 3000-EXIT
002830     PERFORM 4000-WRITE-SEASON-STANDINGS THRU 4000-EXIT
002840     PERFORM 2900-WRITE-TOTALS THRU 2900-EXIT
002850     PERFORM 9000-TERMINATE THRU 9000-EXIT
002860     STOP RUN.
002870*----------------------------------------------------------------
002880* 1000-INITIALIZE - pick up the run date and open the datasets.
002890*                   No SCRFILE cataloged is a night with nothing
002900*                   scored: the season file still rolls forward,
002910*                   unchanged. HISTMSTR is read only; when it
002920*                   can't be opened every entrant comes off the
002930*                   RPTFILE echoes instead, and the report says
002940*                   so.
002950*----------------------------------------------------------------
002960 1000-INITIALIZE.
002970     ACCEPT run-date FROM DATE YYYYMMDD
002980     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
002990     MOVE "GCJ_RUN_DATE" TO parm-name
003000     PERFORM 1820-GET-PARM THRU 1820-EXIT
003010     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
003020         MOVE env-text(1:8) TO run-date
003030     END-IF
003040     OPEN OUTPUT STANDINGS-REPORT
003050     OPEN OUTPUT SEASON-NEW-FILE
003060     MOVE SPACES TO STANDINGS-REC
003070     STRING "CONTEST STANDINGS FOR RUN DATE " DELIMITED BY SIZE
003080            run-date DELIMITED BY SIZE
003090            INTO STANDINGS-REC
003100     END-STRING
003110     WRITE STANDINGS-REC
003120     OPEN INPUT HISTORY-MASTER
003130     IF history-file-status = "00"
003140         SET HIST-AVAILABLE TO TRUE
003150     ELSE
003160         MOVE SPACES TO STANDINGS-REC
003170         STRING "HISTORY MASTER UNAVAILABLE - STATUS="
003180                DELIMITED BY SIZE
003190                history-file-status DELIMITED BY SIZE
003200                " - ENTRANTS TAKEN FROM RPTFILE ECHOES"
003210                DELIMITED BY SIZE
003220                INTO STANDINGS-REC
003230         END-STRING
003240         WRITE STANDINGS-REC
003250     END-IF
003260     OPEN INPUT REPORT-FILE
003270     IF report-file-status = "00"
003280         SET REPORT-OPENED TO TRUE
003290     ELSE
003300         SET REPORT-EOF TO TRUE
003310     END-IF
003320     OPEN INPUT SCORE-FILE
003330     IF score-file-status NOT = "00"
003340         MOVE SPACES TO STANDINGS-REC
003350         STRING "NO SCRFILE CATALOGED (STATUS=" DELIMITED BY SIZE
003360                score-file-status DELIMITED BY SIZE
003370                ") - NOTHING SCORED TONIGHT" DELIMITED BY SIZE
003380                INTO STANDINGS-REC
003390         END-STRING
003400         WRITE STANDINGS-REC
003410         SET SCORE-EOF TO TRUE
003420         GO TO 1000-EXIT
003430     END-IF
003440     SET SCORE-OPENED TO TRUE.
003450 1000-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* 1500-LOAD-SEASON-FILE - last night's season-to-date generation
003490*                         into the season table. Not cataloged is
003500*                         the season's first night. A file already
003510*                         through tonight's date was rolled by an
003520*                         earlier run of this step, and tonight's
003530*                         cases stay out of the season totals.
003540*----------------------------------------------------------------
003550 1500-LOAD-SEASON-FILE.
003560     OPEN INPUT SEASON-OLD-FILE
003570     IF season-file-status NOT = "00"
003580         MOVE SPACES TO STANDINGS-REC
003590         STRING "NO STDOLD CATALOGED - SEASON STARTS "
003600                DELIMITED BY SIZE
003610                run-date DELIMITED BY SIZE
003620                INTO STANDINGS-REC
003630         END-STRING
003640         WRITE STANDINGS-REC
003650         GO TO 1500-EXIT
003660     END-IF
003670     PERFORM 1510-LOAD-ONE-SEASON-REC THRU 1510-EXIT
003680         UNTIL SEASON-EOF
003690     CLOSE SEASON-OLD-FILE
003700     IF season-through NOT < run-date
003710         SET ALREADY-ROLLED TO TRUE
003720         MOVE SPACES TO STANDINGS-REC
003730         STRING "STDOLD ALREADY THROUGH " DELIMITED BY SIZE
003740                season-through DELIMITED BY SIZE
003750                " - TONIGHT NOT ADDED TO THE SEASON AGAIN"
003760                DELIMITED BY SIZE
003770                INTO STANDINGS-REC
003780         END-STRING
003790         WRITE STANDINGS-REC
003800     END-IF.
003810 1500-EXIT.
003820     EXIT.
003830 1510-LOAD-ONE-SEASON-REC.
003840     READ SEASON-OLD-FILE
003850         AT END
003860             SET SEASON-EOF TO TRUE
003870             GO TO 1510-EXIT
003880     END-READ
003890     IF SOH-TYPE = "H"
003900         IF SOH-THROUGH-DATE IS NUMERIC
003910             MOVE SOH-THROUGH-DATE TO season-through
003920         END-IF
003930         IF SOH-NIGHTS IS NUMERIC
003940             MOVE SOH-NIGHTS TO season-nights
003950         END-IF
003960         GO TO 1510-EXIT
003970     END-IF
003980     IF SOD-TYPE NOT = "D"
003990         GO TO 1510-EXIT
004000     END-IF
004010     ADD 1 TO season-read-count
004020     IF season-count NOT < standing-max
004030         ADD 1 TO overflow-count
004040         GO TO 1510-EXIT
004050     END-IF
004060     ADD 1 TO season-count
004070     MOVE SOD-ENTRANT TO se-entrant(season-count)
004080     MOVE SOD-ATTEMPTED TO se-attempted(season-count)
004090     MOVE SOD-MATCHED TO se-matched(season-count)
004100     MOVE SOD-MISMATCHED TO se-mismatched(season-count)
004110     MOVE SOD-REJECTED TO se-rejected(season-count)
004120     MOVE SOD-NIGHTS TO se-nights(season-count)
004130     MOVE SOD-LAST-DATE TO se-last-date(season-count).
004140 1510-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
004180*                       table, one "KEYWORD VALUE" card per
004190*                       record, blank and *-comment cards passed
004200*                       by; a deck that isn't cataloged leaves
004210*                       every parameter at its default. Same
004220*                       deck-and-lookup shape as GCJ's.
004230*----------------------------------------------------------------
004240 1800-LOAD-PARM-FILE.
004250     MOVE 0 TO parm-count
004260     MOVE "N" TO PARM-EOF-SW
004270     OPEN INPUT PARM-FILE
004280     IF parm-file-status NOT = "00"
004290         GO TO 1800-EXIT
004300     END-IF
004310     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
004320         UNTIL PARM-EOF
004330     CLOSE PARM-FILE.
004340 1800-EXIT.
004350     EXIT.
004360 1810-LOAD-ONE-PARM.
004370     READ PARM-FILE
004380         AT END
004390             SET PARM-EOF TO TRUE
004400             GO TO 1810-EXIT
004410     END-READ
004420     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
004430         GO TO 1810-EXIT
004440     END-IF
004450     IF parm-count NOT < parm-max
004460         GO TO 1810-EXIT
004470     END-IF
004480     MOVE 0 TO token-len
004490     INSPECT PARM-RECORD TALLYING token-len
004500         FOR CHARACTERS BEFORE INITIAL SPACE
004510     IF token-len = 0 OR token-len > 20
004520         GO TO 1810-EXIT
004530     END-IF
004540     ADD 1 TO parm-count
004550     MOVE SPACES TO pf-key(parm-count)
004560     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
004570     MOVE SPACES TO pf-value(parm-count)
004580     COMPUTE parm-token-start = token-len + 2
004590     IF parm-token-start > 80
004600         GO TO 1810-EXIT
004610     END-IF
004620     MOVE 0 TO token-len
004630     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
004640         FOR CHARACTERS BEFORE INITIAL SPACE
004650     IF token-len = 0 OR token-len > 20
004660         GO TO 1810-EXIT
004670     END-IF
004680     MOVE PARM-RECORD(parm-token-start:token-len)
004690         TO pf-value(parm-count).
004700 1810-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730* 1820-GET-PARM - the card PARM-NAME names, its value into
004740*                 ENV-TEXT; spaces when the deck doesn't carry
004750*                 it.
004760*----------------------------------------------------------------
004770 1820-GET-PARM.
004780     MOVE SPACES TO env-text
004790     MOVE "N" TO PARM-FOUND-SW
004800     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
004810         VARYING parm-idx FROM 1 BY 1
004820         UNTIL PARM-FOUND OR parm-idx > parm-count.
004830 1820-EXIT.
004840     EXIT.
004850 1830-MATCH-ONE-PARM.
004860     IF pf-key(parm-idx) = parm-name
004870         SET PARM-FOUND TO TRUE
004880         MOVE pf-value(parm-idx) TO env-text
004890     END-IF.
004900 1830-EXIT.
004910     EXIT.
004920*----------------------------------------------------------------
004930* 2000-TALLY-CASES - one pass down SCRFILE, every scored case
004940*                    into its session and entrant's standing.
004950*----------------------------------------------------------------
004960 2000-TALLY-CASES.
004970     PERFORM 2100-TALLY-ONE-CASE THRU 2100-EXIT
004980         UNTIL SCORE-EOF.
004990 2000-EXIT.
005000     EXIT.
005010 2100-TALLY-ONE-CASE.
005020     READ SCORE-FILE
005030         AT END
005040             SET SCORE-EOF TO TRUE
005050             GO TO 2100-EXIT
005060     END-READ
005070     MOVE SCORE-RECORD TO ln
005080     PERFORM 2200-PARSE-SCORE-LINE THRU 2200-EXIT
005090     IF NOT LINE-PARSED
005100         GO TO 2100-EXIT
005110     END-IF
005120     IF scr-outcome = "RPTONLY"
005130         ADD 1 TO rptonly-count
005140         GO TO 2100-EXIT
005150     END-IF
005160     ADD 1 TO scored-count
005170     PERFORM 2300-POSITION-REPORT THRU 2300-EXIT
005180     PERFORM 2400-FIND-ENTRANT THRU 2400-EXIT
005190     PERFORM 2500-ADD-TO-SESSION THRU 2500-EXIT
005200     IF case-entrant NOT = SPACES AND NOT ALREADY-ROLLED
005210         PERFORM 2600-ADD-TO-SEASON THRU 2600-EXIT
005220     END-IF.
005230 2100-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* 2200-PARSE-SCORE-LINE - case number and outcome off one SCRFILE
005270*                         "CASE #n: ..." line, the four shapes
005280*                         GCJSCORE writes. The SCORE line and
005290*                         anything else is passed by.
005300*----------------------------------------------------------------
005310 2200-PARSE-SCORE-LINE.
005320     MOVE "N" TO LINE-PARSE-SW
005330     MOVE SPACES TO scr-outcome
005340     IF ln(1:6) NOT = "CASE #"
005350         GO TO 2200-EXIT
005360     END-IF
005370     MOVE 0 TO token-len
005380     INSPECT ln(7:) TALLYING token-len
005390         FOR CHARACTERS BEFORE INITIAL ":"
005400     IF token-len = 0 OR token-len > 9
005410         GO TO 2200-EXIT
005420     END-IF
005430     IF ln(7:token-len) IS NOT NUMERIC
005440         GO TO 2200-EXIT
005450     END-IF
005460     MOVE ln(7:token-len) TO case-text
005470     MOVE case-text TO scr-case-no
005480     COMPUTE token-start = 7 + token-len + 2
005490     IF ln(token-start:6) = "MATCH "
005500         MOVE "MATCH" TO scr-outcome
005510     END-IF
005520     IF ln(token-start:9) = "MISMATCH "
005530         MOVE "MISMATCH" TO scr-outcome
005540     END-IF
005550     IF ln(token-start:8) = "MISSING "
005560         MOVE "MISSING" TO scr-outcome
005570     END-IF
005580     IF ln(token-start:15) = "IN REPORT ONLY "
005590         MOVE "RPTONLY" TO scr-outcome
005600     END-IF
005610     IF scr-outcome NOT = SPACES
005620         SET LINE-PARSED TO TRUE
005630     END-IF.
005640 2200-EXIT.
005650     EXIT.
005660*----------------------------------------------------------------
005670* 2300-POSITION-REPORT - walk RPTFILE forward to the scored case,
005680*                        both files being in case-number order.
005690*                        The case's session and entrant echoes are
005700*                        the ones in effect on its own line; a
005710*                        case that never made RPTFILE takes the
005720*                        ones in effect on the last case line
005730*                        before it.
005740*----------------------------------------------------------------
005750 2300-POSITION-REPORT.
005760     PERFORM 2310-READ-REPORT-CASE THRU 2310-EXIT
005770         UNTIL REPORT-EOF OR rpt-case-no NOT < scr-case-no
005780     IF rpt-case-no > scr-case-no
005790         MOVE prev-case-session TO case-session
005800         MOVE prev-case-entrant TO case-entrant
005810     ELSE
005820         MOVE rpt-case-session TO case-session
005830         MOVE rpt-case-entrant TO case-entrant
005840     END-IF.
005850 2300-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------
005880* 2310-READ-REPORT-CASE - the next "Case #" line off RPTFILE,
005890*                         picking up the *** SESSION *** and
005900*                         *** ENTRANT *** echoes on the way. The
005910*                         UNREADABLE echoes leave the session or
005920*                         entrant as it stood, as GCJ did; a
005930*                         *** BATCH *** echo starts a day over,
005940*                         under no session and no entrant.
005950*----------------------------------------------------------------
005960 2310-READ-REPORT-CASE.
005970     READ REPORT-FILE
005980         AT END
005990             SET REPORT-EOF TO TRUE
006000             GO TO 2310-EXIT
006010     END-READ
006020     IF REPORT-RECORD(1:29) = "*** SESSION MARKER UNREADABLE"
006030         GO TO 2310-READ-REPORT-CASE
006040     END-IF
006050     IF REPORT-RECORD(1:12) = "*** SESSION "
006060         MOVE 0 TO id-len
006070         INSPECT REPORT-RECORD(13:) TALLYING id-len
006080             FOR CHARACTERS BEFORE INITIAL ":"
006090         MOVE SPACES TO echo-session
006100         IF id-len > 0 AND id-len NOT > 8
006110             MOVE REPORT-RECORD(13:id-len) TO echo-session
006120         END-IF
006130         GO TO 2310-READ-REPORT-CASE
006140     END-IF
006150     IF REPORT-RECORD(1:29) = "*** ENTRANT MARKER UNREADABLE"
006160         GO TO 2310-READ-REPORT-CASE
006170     END-IF
006180     IF REPORT-RECORD(1:12) = "*** ENTRANT "
006190         MOVE 0 TO id-len
006200         INSPECT REPORT-RECORD(13:) TALLYING id-len
006210             FOR CHARACTERS BEFORE INITIAL SPACE
006220         MOVE SPACES TO echo-entrant
006230         IF id-len > 0 AND id-len NOT > 8
006240             MOVE REPORT-RECORD(13:id-len) TO echo-entrant
006250         END-IF
006260         GO TO 2310-READ-REPORT-CASE
006270     END-IF
006280     IF REPORT-RECORD(1:10) = "*** BATCH "
006290         MOVE SPACES TO echo-session
006300         MOVE SPACES TO echo-entrant
006310         GO TO 2310-READ-REPORT-CASE
006320     END-IF
006330     IF REPORT-RECORD(1:6) NOT = "Case #"
006340         GO TO 2310-READ-REPORT-CASE
006350     END-IF
006360     MOVE 0 TO token-len
006370     INSPECT REPORT-RECORD(7:) TALLYING token-len
006380         FOR CHARACTERS BEFORE INITIAL ":"
006390     IF token-len = 0 OR token-len > 9
006400         GO TO 2310-READ-REPORT-CASE
006410     END-IF
006420     IF REPORT-RECORD(7:token-len) IS NOT NUMERIC
006430         GO TO 2310-READ-REPORT-CASE
006440     END-IF
006450     MOVE rpt-case-session TO prev-case-session
006460     MOVE rpt-case-entrant TO prev-case-entrant
006470     MOVE REPORT-RECORD(7:token-len) TO case-text
006480     MOVE case-text TO rpt-case-no
006490     MOVE echo-session TO rpt-case-session
006500     MOVE echo-entrant TO rpt-case-entrant.
006510 2310-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------
006540* 2400-FIND-ENTRANT - the case's HISTMSTR record names the entrant
006550*                     it was decided under; the RPTFILE echo only
006560*                     stands in when there's no record to read.
006570*----------------------------------------------------------------
006580 2400-FIND-ENTRANT.
006590     IF NOT HIST-AVAILABLE
006600         ADD 1 TO from-echo-count
006610         GO TO 2400-EXIT
006620     END-IF
006630     MOVE run-date TO HIST-RUN-DATE
006640     MOVE scr-case-no TO HIST-CASE-NUMBER
006650     READ HISTORY-MASTER
006660         INVALID KEY
006670             CONTINUE
006680     END-READ
006690     IF history-file-status = "00"
006700         MOVE HIST-ENTRANT-ID TO case-entrant
006710         ADD 1 TO from-hist-count
006720     ELSE
006730         ADD 1 TO from-echo-count
006740     END-IF.
006750 2400-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------
006780* 2500-ADD-TO-SESSION - the case into its session and entrant's
006790*                       entry, opening one on first sight.
006800*----------------------------------------------------------------
006810 2500-ADD-TO-SESSION.
006820     MOVE "N" TO ENTRY-FOUND-SW
006830     PERFORM 2510-MATCH-SESSION-ENTRY THRU 2510-EXIT
006840         VARYING st-idx FROM 1 BY 1
006850         UNTIL ENTRY-FOUND OR st-idx > standing-count
006860     IF NOT ENTRY-FOUND
006870         IF standing-count NOT < standing-max
006880             ADD 1 TO overflow-count
006890             GO TO 2500-EXIT
006900         END-IF
006910         ADD 1 TO standing-count
006920         MOVE standing-count TO found-idx
006930         MOVE case-session TO st-session(found-idx)
006940         MOVE case-entrant TO st-entrant(found-idx)
006950         MOVE 0 TO st-attempted(found-idx)
006960         MOVE 0 TO st-matched(found-idx)
006970         MOVE 0 TO st-mismatched(found-idx)
006980         MOVE 0 TO st-rejected(found-idx)
006990     END-IF
007000     ADD 1 TO st-attempted(found-idx)
007010     IF scr-outcome = "MATCH"
007020         ADD 1 TO st-matched(found-idx)
007030         ADD 1 TO match-count
007040     END-IF
007050     IF scr-outcome = "MISMATCH"
007060         ADD 1 TO st-mismatched(found-idx)
007070         ADD 1 TO mismatch-count
007080     END-IF
007090     IF scr-outcome = "MISSING"
007100         ADD 1 TO st-rejected(found-idx)
007110         ADD 1 TO missing-count
007120     END-IF.
007130 2500-EXIT.
007140     EXIT.
007150 2510-MATCH-SESSION-ENTRY.
007160     IF st-session(st-idx) = case-session
007170             AND st-entrant(st-idx) = case-entrant
007180         SET ENTRY-FOUND TO TRUE
007190         MOVE st-idx TO found-idx
007200     END-IF.
007210 2510-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240* 2600-ADD-TO-SEASON - the case into its entrant's season totals.
007250*                      The first case of the night for an entrant
007260*                      counts the night toward their nights
007270*                      played.
007280*----------------------------------------------------------------
007290 2600-ADD-TO-SEASON.
007300     MOVE "N" TO ENTRY-FOUND-SW
007310     PERFORM 2610-MATCH-SEASON-ENTRY THRU 2610-EXIT
007320         VARYING se-idx FROM 1 BY 1
007330         UNTIL ENTRY-FOUND OR se-idx > season-count
007340     IF NOT ENTRY-FOUND
007350         IF season-count NOT < standing-max
007360             ADD 1 TO overflow-count
007370             GO TO 2600-EXIT
007380         END-IF
007390         ADD 1 TO season-count
007400         MOVE season-count TO found-idx
007410         MOVE case-entrant TO se-entrant(found-idx)
007420         MOVE 0 TO se-attempted(found-idx)
007430         MOVE 0 TO se-matched(found-idx)
007440         MOVE 0 TO se-mismatched(found-idx)
007450         MOVE 0 TO se-rejected(found-idx)
007460         MOVE 0 TO se-nights(found-idx)
007470         MOVE 0 TO se-last-date(found-idx)
007480     END-IF
007490     IF se-last-date(found-idx) NOT = run-date
007500         ADD 1 TO se-nights(found-idx)
007510         MOVE run-date TO se-last-date(found-idx)
007520     END-IF
007530     ADD 1 TO se-attempted(found-idx)
007540     IF scr-outcome = "MATCH"
007550         ADD 1 TO se-matched(found-idx)
007560     END-IF
007570     IF scr-outcome = "MISMATCH"
007580         ADD 1 TO se-mismatched(found-idx)
007590     END-IF
007600     IF scr-outcome = "MISSING"
007610         ADD 1 TO se-rejected(found-idx)
007620     END-IF.
007630 2600-EXIT.
007640     EXIT.
007650 2610-MATCH-SEASON-ENTRY.
007660     IF se-entrant(se-idx) = case-entrant
007670         SET ENTRY-FOUND TO TRUE
007680         MOVE se-idx TO found-idx
007690     END-IF.
007700 2610-EXIT.
007710     EXIT.
007720*----------------------------------------------------------------
007730* 2900-WRITE-TOTALS - the night's scored-case balance, where the
007740*                     entrants came from, and anything a full
007750*                     table left unranked.
007760*----------------------------------------------------------------
007770 2900-WRITE-TOTALS.
007780     MOVE SPACES TO STANDINGS-REC
007790     STRING "SCORED CASES=" DELIMITED BY SIZE
007800            scored-count DELIMITED BY SIZE
007810            " MATCH=" DELIMITED BY SIZE
007820            match-count DELIMITED BY SIZE
007830            " MISMATCH=" DELIMITED BY SIZE
007840            mismatch-count DELIMITED BY SIZE
007850            " REJECTED=" DELIMITED BY SIZE
007860            missing-count DELIMITED BY SIZE
007870            " REPORT-ONLY NOT RANKED=" DELIMITED BY SIZE
007880            rptonly-count DELIMITED BY SIZE
007890            INTO STANDINGS-REC
007900     END-STRING
007910     WRITE STANDINGS-REC
007920     MOVE SPACES TO STANDINGS-REC
007930     STRING "ENTRANT FROM HISTMSTR=" DELIMITED BY SIZE
007940            from-hist-count DELIMITED BY SIZE
007950            " FROM RPTFILE ECHO=" DELIMITED BY SIZE
007960            from-echo-count DELIMITED BY SIZE
007970            " SEASON RECORDS READ=" DELIMITED BY SIZE
007980            season-read-count DELIMITED BY SIZE
007990            " WRITTEN=" DELIMITED BY SIZE
008000            season-out-count DELIMITED BY SIZE
008010            INTO STANDINGS-REC
008020     END-STRING
008030     WRITE STANDINGS-REC
008040     IF overflow-count > 0
008050         MOVE SPACES TO STANDINGS-REC
008060         STRING "*** STANDINGS TABLE FULL - ENTRIES NOT RANKED="
008070                DELIMITED BY SIZE
008080                overflow-count DELIMITED BY SIZE
008090                " ***" DELIMITED BY SIZE
008100                INTO STANDINGS-REC
008110         END-STRING
008120         WRITE STANDINGS-REC
008130     END-IF.
008140 2900-EXIT.
008150     EXIT.
008160*----------------------------------------------------------------
008170* 3000-WRITE-SESSION-STANDINGS - tonight's entries sorted session
008180*                                by session, best percent first,
008190*                                and listed with their ranks.
008200*----------------------------------------------------------------
008210 3000-WRITE-SESSION-STANDINGS.
008220     IF standing-count = 0
008230         MOVE "NO SCORED CASES - NO SESSION STANDINGS TONIGHT"
008240             TO STANDINGS-REC
008250         WRITE STANDINGS-REC
008260         GO TO 3000-EXIT
008270     END-IF
008280     SORT SORT-WORK-FILE
008290         ON ASCENDING KEY SW-SESSION
008300         ON DESCENDING KEY SW-PCT SW-MATCHED
008310         ON ASCENDING KEY SW-ENTRANT
008320         INPUT PROCEDURE IS 3100-RELEASE-SESSION-ENTRIES
008330             THRU 3100-EXIT
008340         OUTPUT PROCEDURE IS 3200-WRITE-SESSION-LINES
008350             THRU 3200-EXIT.
008360 3000-EXIT.
008370     EXIT.
008380 3100-RELEASE-SESSION-ENTRIES.
008390     PERFORM 3110-RELEASE-ONE-ENTRY THRU 3110-EXIT
008400         VARYING st-idx FROM 1 BY 1
008410         UNTIL st-idx > standing-count.
008420 3100-EXIT.
008430     EXIT.
008440 3110-RELEASE-ONE-ENTRY.
008450     MOVE SPACES TO SORT-WORK-RECORD
008460     MOVE st-session(st-idx) TO SW-SESSION
008470     MOVE st-entrant(st-idx) TO SW-ENTRANT
008480     MOVE st-attempted(st-idx) TO SW-ATTEMPTED
008490     MOVE st-matched(st-idx) TO SW-MATCHED
008500     MOVE st-mismatched(st-idx) TO SW-MISMATCHED
008510     MOVE st-rejected(st-idx) TO SW-REJECTED
008520     MOVE 0 TO SW-NIGHTS
008530     MOVE run-date TO SW-LAST-DATE
008540     PERFORM 3300-COMPUTE-PCT THRU 3300-EXIT
008550     RELEASE SORT-WORK-RECORD.
008560 3110-EXIT.
008570     EXIT.
008580 3200-WRITE-SESSION-LINES.
008590     MOVE "N" TO SORT-EOF-SW
008600     MOVE HIGH-VALUES TO group-session
008610     PERFORM 3210-WRITE-ONE-SESSION-LINE THRU 3210-EXIT
008620         UNTIL SORT-EOF.
008630 3200-EXIT.
008640     EXIT.
008650 3210-WRITE-ONE-SESSION-LINE.
008660     RETURN SORT-WORK-FILE
008670         AT END
008680             SET SORT-EOF TO TRUE
008690             GO TO 3210-EXIT
008700     END-RETURN
008710     IF SW-SESSION NOT = group-session
008720         PERFORM 3220-WRITE-SESSION-HEADER THRU 3220-EXIT
008730     END-IF
008740     IF SW-ENTRANT = SPACES
008750         MOVE 0 TO rank-text
008760         MOVE "(UNTAGGED)" TO entrant-text
008770     ELSE
008780         PERFORM 3400-ASSIGN-RANK THRU 3400-EXIT
008790         MOVE SW-ENTRANT TO entrant-text
008800     END-IF
008810     PERFORM 3500-FORMAT-STANDING-LINE THRU 3500-EXIT
008820     WRITE STANDINGS-REC.
008830 3210-EXIT.
008840     EXIT.
008850 3220-WRITE-SESSION-HEADER.
008860     MOVE SW-SESSION TO group-session
008870     MOVE 0 TO rank-position
008880     MOVE 0 TO current-rank
008890     MOVE SPACES TO STANDINGS-REC
008900     WRITE STANDINGS-REC
008910     IF SW-SESSION = SPACES
008920         MOVE "SESSION (NONE - DEFAULT RULE)" TO STANDINGS-REC
008930     ELSE
008940         STRING "SESSION " DELIMITED BY SIZE
008950                SW-SESSION DELIMITED BY SPACE
008960                INTO STANDINGS-REC
008970         END-STRING
008980     END-IF
008990     WRITE STANDINGS-REC
009000     MOVE SPACES TO STANDINGS-REC
009010     STRING "   RANK  ENTRANT    ATTEMPTED   MATCHED"
009020            DELIMITED BY SIZE
009030            "  MISMATCH  REJECTED     PCT" DELIMITED BY SIZE
009040            INTO STANDINGS-REC
009050     END-STRING
009060     WRITE STANDINGS-REC.
009070 3220-EXIT.
009080     EXIT.
009090*----------------------------------------------------------------
009100* 3300-COMPUTE-PCT - matched over attempted, to two places.
009110*----------------------------------------------------------------
009120 3300-COMPUTE-PCT.
009130     IF SW-ATTEMPTED = 0
009140         MOVE 0 TO SW-PCT
009150     ELSE
009160         COMPUTE SW-PCT ROUNDED =
009170             (SW-MATCHED * 100) / SW-ATTEMPTED
009180     END-IF.
009190 3300-EXIT.
009200     EXIT.
009210*----------------------------------------------------------------
009220* 3400-ASSIGN-RANK - the sort has the group best-first, level
009230*                    entrants in id order. An entrant level with
009240*                    the one above on both percent and matched
009250*                    shares its rank; otherwise the rank is the
009260*                    entrant's position in the group, so the
009270*                    rank after a tie skips.
009280*----------------------------------------------------------------
009290 3400-ASSIGN-RANK.
009300     ADD 1 TO rank-position
009310     IF rank-position = 1
009320             OR SW-PCT NOT = prior-pct
009330             OR SW-MATCHED NOT = prior-matched
009340         MOVE rank-position TO current-rank
009350     END-IF
009360     MOVE SW-PCT TO prior-pct
009370     MOVE SW-MATCHED TO prior-matched
009380     MOVE current-rank TO rank-text.
009390 3400-EXIT.
009400     EXIT.
009410 3500-FORMAT-STANDING-LINE.
009420     MOVE SW-ATTEMPTED TO attempted-text
009430     MOVE SW-MATCHED TO matched-text
009440     MOVE SW-MISMATCHED TO mismatched-text
009450     MOVE SW-REJECTED TO rejected-text
009460     MOVE SW-PCT TO pct-text
009470     MOVE SPACES TO STANDINGS-REC
009480     STRING "  " DELIMITED BY SIZE
009490            rank-text DELIMITED BY SIZE
009500            "  " DELIMITED BY SIZE
009510            entrant-text DELIMITED BY SIZE
009520            " " DELIMITED BY SIZE
009530            attempted-text DELIMITED BY SIZE
009540            " " DELIMITED BY SIZE
009550            matched-text DELIMITED BY SIZE
009560            " " DELIMITED BY SIZE
009570            mismatched-text DELIMITED BY SIZE
009580            " " DELIMITED BY SIZE
009590            rejected-text DELIMITED BY SIZE
009600            "  " DELIMITED BY SIZE
009610            pct-text DELIMITED BY SIZE
009620            INTO STANDINGS-REC
009630     END-STRING.
009640 3500-EXIT.
009650     EXIT.
009660*----------------------------------------------------------------
009670* 4000-WRITE-SEASON-STANDINGS - the season table ranked the same
009680*                               way, onto the report and out as
009690*                               tonight's STDNEW generation. The
009700*                               header moves through tonight only
009710*                               when tonight was scored and not
009720*                               already rolled.
009730*----------------------------------------------------------------
009740 4000-WRITE-SEASON-STANDINGS.
009750     IF NOT ALREADY-ROLLED AND scored-count > 0
009760         MOVE run-date TO season-through
009770         ADD 1 TO season-nights
009780     END-IF
009790     MOVE SPACES TO SEASON-NEW-HEADER
009800     MOVE "H" TO SNH-TYPE
009810     MOVE season-through TO SNH-THROUGH-DATE
009820     MOVE season-nights TO SNH-NIGHTS
009830     WRITE SEASON-NEW-HEADER
009840     MOVE SPACES TO STANDINGS-REC
009850     WRITE STANDINGS-REC
009860     STRING "SEASON TO DATE THROUGH " DELIMITED BY SIZE
009870            season-through DELIMITED BY SIZE
009880            " NIGHTS=" DELIMITED BY SIZE
009890            season-nights DELIMITED BY SIZE
009900            INTO STANDINGS-REC
009910     END-STRING
009920     WRITE STANDINGS-REC
009930     IF season-count = 0
009940         MOVE "NO RANKED ENTRANTS THIS SEASON" TO STANDINGS-REC
009950         WRITE STANDINGS-REC
009960         GO TO 4000-EXIT
009970     END-IF
009980     MOVE SPACES TO STANDINGS-REC
009990     STRING "   RANK  ENTRANT    ATTEMPTED   MATCHED"
010000            DELIMITED BY SIZE
010010            "  MISMATCH  REJECTED     PCT  NIGHTS"
010020            DELIMITED BY SIZE
010030            INTO STANDINGS-REC
010040     END-STRING
010050     WRITE STANDINGS-REC
010060     MOVE 0 TO rank-position
010070     MOVE 0 TO current-rank
010080     SORT SORT-WORK-FILE
010090         ON ASCENDING KEY SW-SESSION
010100         ON DESCENDING KEY SW-PCT SW-MATCHED
010110         ON ASCENDING KEY SW-ENTRANT
010120         INPUT PROCEDURE IS 4100-RELEASE-SEASON-ENTRIES
010130             THRU 4100-EXIT
010140         OUTPUT PROCEDURE IS 4200-WRITE-SEASON-LINES
010150             THRU 4200-EXIT.
010160 4000-EXIT.
010170     EXIT.
010180 4100-RELEASE-SEASON-ENTRIES.
010190     PERFORM 4110-RELEASE-ONE-ENTRY THRU 4110-EXIT
010200         VARYING se-idx FROM 1 BY 1
010210         UNTIL se-idx > season-count.
010220 4100-EXIT.
010230     EXIT.
010240 4110-RELEASE-ONE-ENTRY.
010250     MOVE SPACES TO SORT-WORK-RECORD
010260     MOVE se-entrant(se-idx) TO SW-ENTRANT
010270     MOVE se-attempted(se-idx) TO SW-ATTEMPTED
010280     MOVE se-matched(se-idx) TO SW-MATCHED
010290     MOVE se-mismatched(se-idx) TO SW-MISMATCHED
010300     MOVE se-rejected(se-idx) TO SW-REJECTED
010310     MOVE se-nights(se-idx) TO SW-NIGHTS
010320     MOVE se-last-date(se-idx) TO SW-LAST-DATE
010330     PERFORM 3300-COMPUTE-PCT THRU 3300-EXIT
010340     RELEASE SORT-WORK-RECORD.
010350 4110-EXIT.
010360     EXIT.
010370 4200-WRITE-SEASON-LINES.
010380     MOVE "N" TO SORT-EOF-SW
010390     PERFORM 4210-WRITE-ONE-SEASON-LINE THRU 4210-EXIT
010400         UNTIL SORT-EOF.
010410 4200-EXIT.
010420     EXIT.
010430 4210-WRITE-ONE-SEASON-LINE.
010440     RETURN SORT-WORK-FILE
010450         AT END
010460             SET SORT-EOF TO TRUE
010470             GO TO 4210-EXIT
010480     END-RETURN
010490     PERFORM 3400-ASSIGN-RANK THRU 3400-EXIT
010500     MOVE SW-ENTRANT TO entrant-text
010510     PERFORM 3500-FORMAT-STANDING-LINE THRU 3500-EXIT
010520     MOVE SW-NIGHTS TO nights-text
010530     MOVE STANDINGS-REC(1:67) TO ln
010540     MOVE SPACES TO STANDINGS-REC
010550     STRING ln(1:67) DELIMITED BY SIZE
010560            "   " DELIMITED BY SIZE
010570            nights-text DELIMITED BY SIZE
010580            INTO STANDINGS-REC
010590     END-STRING
010600     WRITE STANDINGS-REC
010610     MOVE SPACES TO SEASON-NEW-DETAIL
010620     MOVE "D" TO SND-TYPE
010630     MOVE SW-ENTRANT TO SND-ENTRANT
010640     MOVE current-rank TO SND-RANK
010650     MOVE SW-ATTEMPTED TO SND-ATTEMPTED
010660     MOVE SW-MATCHED TO SND-MATCHED
010670     MOVE SW-MISMATCHED TO SND-MISMATCHED
010680     MOVE SW-REJECTED TO SND-REJECTED
010690     MOVE SW-PCT TO SND-PCT
010700     MOVE SW-NIGHTS TO SND-NIGHTS
010710     MOVE SW-LAST-DATE TO SND-LAST-DATE
010720     WRITE SEASON-NEW-DETAIL
010730     ADD 1 TO season-out-count.
010740 4210-EXIT.
010750     EXIT.
010760*----------------------------------------------------------------
010770* 9000-TERMINATE - close out the datasets.
010780*----------------------------------------------------------------
010790 9000-TERMINATE.
010800     IF SCORE-OPENED
010810         CLOSE SCORE-FILE
010820     END-IF
010830     IF REPORT-OPENED
010840         CLOSE REPORT-FILE
010850     END-IF
010860     IF HIST-AVAILABLE
010870         CLOSE HISTORY-MASTER
010880     END-IF
010890     CLOSE SEASON-NEW-FILE
010900     CLOSE STANDINGS-REPORT.
010910 9000-EXIT.
010920     EXIT.
