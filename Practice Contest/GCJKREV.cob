000010* Program: GCJKREV - KEYFILE revision control and re-score
000020* Language: COBOL
000030* Author: KirarinSnow
000040* Usage: cobc -x thisfile.cob -o exec, then run each time the
000050*        judges hand over a KEYFILE - the first one for a night
000060*        and every reissue after an appeal or a key error, days
000070*        later or not. A GCJ_KEY_DATE card on the PARMFILE deck
000080*        (YYYYMMDD, default today) names the run date the key
000090*        belongs to. The key is kept on the permanent KEYHIST
000100*        master as the next numbered revision for that date and
000110*        compared case by case with the revision before it;
000120*        every case whose expected answer changed, came in new
000130*        or dropped out is listed on KRVRPT beside our answer
000140*        off HISTMSTR. The date is then re-scored from HISTMSTR
000150*        under both revisions: RSCFILE carries the new listing
000160*        in exactly the shape GCJSCORE writes SCRFILE, and
000170*        KRVRPT shows the score under each revision and what
000180*        the change did to it. Dockets on DSPMSTR follow the
000190*        key: an OPEN docket the new key now agrees with is
000200*        CLOSED, a case the new key newly mismatches gets an
000210*        OPEN docket (pre-filled off HISTMSTR as GCJDDCK does)
000220*        and a CLOSED or RESOLVED docket that mismatches again
000230*        is reopened. The report ends with totals and a VERDICT
000240*        line. RETURN-CODE is 8 when no revision was stored, or
000250*        when the date couldn't be re-scored or docketed in
000260*        full, and 4 when an APPROVED docket's case changed
000270*        under the key and its correction wants the desk.
000280* Comments: The key is one night's listing, "Case #n: BLACK" or
000290*           WHITE in ascending case order, exactly as GCJSCORE
000300*           reads it; lines without a clean case number and an
000310*           answer are passed by the same way. A key with a case
000320*           out of order or listed twice can't be compared line
000330*           for line and is refused whole, nothing stored.
000340*           KEYHIST is keyed on run date, revision and case
000350*           number; case number zero is the revision's own
000360*           record - received date, case count and how many
000370*           cases changed from the revision before - and is
000380*           written last, so a revision counts only once every
000390*           case of it is on the master. A store that fails part
000400*           way writes no revision record and refuses the run;
000410*           the next run for the date deletes the case records
000420*           it left before storing its own. Revision 1 is the
000430*           first key GCJKREV saw for the date; there is nothing
000440*           before it to compare with, so it is stored and
000450*           scored but touches no dockets - GCJDDCK dockets the
000460*           night's first SCRFILE as always. The re-score takes
000470*           our answers off HISTMSTR, not RPTFILE, since the
000480*           night's report is long gone by the time a reissue
000490*           arrives: a case with no history record (rejected or
000500*           never decided) scores MISSING, as its ***REJECTED***
000510*           line does under GCJSCORE, and the repair passes have
000520*           already folded corrections into the master. Dockets
000530*           are only touched for cases whose answer changed -
000540*           every other case scores as it did - and only for a
000550*           MISMATCH, never a MISSING, just as GCJDDCK dockets
000560*           them. An APPROVED docket is never moved here: its
000570*           correction is already on CORFILE for the repair
000580*           pass, so a key change either way puts it on the
000590*           report to be checked instead.
000600*
000610* Modification History:
000620* DATE       INIT  DESCRIPTION
000630* 2026-10-15 KS    New program - keeps every KEYFILE as a numbered
000640*                    revision, lists what each reissue changed,
000650*                    re-scores the date and brings the dockets in
000660*                    line, so a key change is no longer a rerun
000670*                    of GCJSCORE by hand and a guess at DSPMSTR.
000680* 2026-10-15 KS    A revision whose cases won't all store gets no
000690*                    revision record, no re-score and no docket
000700*                    changes, and RC 8; the case records it left
000710*                    are cleared by the next run for the date. An
000720*                    APPROVED docket the key now disagrees with is
000730*                    listed to check instead of being updated.
000740
000750 IDENTIFICATION DIVISION.
000760 PROGRAM-ID. GCJKREV.
000770 AUTHOR. KirarinSnow.
000780 ENVIRONMENT DIVISION.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT KEY-FILE ASSIGN TO "KEYFILE"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS input-file-status.
000840     SELECT KEY-HISTORY ASSIGN TO "KEYHIST"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS KH-KEY
000880         FILE STATUS IS keyhist-file-status.
000890     SELECT HISTORY-MASTER ASSIGN TO "HISTMSTR"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS HIST-KEY
000930         ALTERNATE RECORD KEY IS HIST-CASE-NUMBER
000940             WITH DUPLICATES
000950         FILE STATUS IS history-file-status.
000960     SELECT DISPUTE-MASTER ASSIGN TO "DSPMSTR"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS DSP-KEY
001000         FILE STATUS IS dispute-file-status.
001010     SELECT RESCORE-FILE ASSIGN TO "RSCFILE"
001020         ORGANIZATION IS LINE SEQUENTIAL.
001030     SELECT REVISION-REPORT ASSIGN TO "KRVRPT"
001040         ORGANIZATION IS LINE SEQUENTIAL.
001050     SELECT PARM-FILE ASSIGN TO "PARMFILE"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS parm-file-status.
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  KEY-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORDING MODE IS F.
001130 01  KEY-RECORD           PIC X(132).
001140 FD  KEY-HISTORY
001150     LABEL RECORDS ARE STANDARD
001160     RECORDING MODE IS F.
001170 01  KEYHIST-RECORD.
001180     05  KH-KEY.
001190         10  KH-RUN-DATE      PIC 9(8).
001200         10  KH-REVISION      PIC 9(4).
001210         10  KH-CASE-NUMBER   PIC 9(9).
001220     05  KH-DATA              PIC X(39).
001230     05  KH-CASE-DATA REDEFINES KH-DATA.
001240         10  KH-RESULT        PIC X(5).
001250         10  FILLER           PIC X(34).
001260     05  KH-REVISION-DATA REDEFINES KH-DATA.
001270         10  KH-RECEIVED-DATE PIC 9(8).
001280         10  KH-CASE-COUNT    PIC 9(9).
001290         10  KH-CHANGED-COUNT PIC 9(9).
001300         10  FILLER           PIC X(13).
001310 FD  HISTORY-MASTER
001320     LABEL RECORDS ARE STANDARD
001330     RECORDING MODE IS F.
001340 01  HIST-RECORD.
001350     05  HIST-KEY.
001360         10  HIST-RUN-DATE    PIC 9(8).
001370         10  HIST-CASE-NUMBER PIC 9(9).
001380     05  HIST-B               PIC 9(9).
001390     05  HIST-QUOT            PIC 9(9).
001400     05  HIST-REM             PIC 9(9).
001410     05  HIST-RESULT          PIC X(5).
001420     05  HIST-CORR-FLAG       PIC X(01).
001430     05  HIST-ENTRANT-ID      PIC X(08).
001440     05  HIST-W               PIC 9(9).
001450     05  FILLER               PIC X(05).
001460 FD  DISPUTE-MASTER
001470     LABEL RECORDS ARE STANDARD
001480     RECORDING MODE IS F.
001490 01  DOCKET-RECORD.
001500     05  DSP-KEY.
001510         10  DSP-RUN-DATE     PIC 9(8).
001520         10  DSP-CASE-NUMBER  PIC 9(9).
001530     05  DSP-STATUS           PIC X(8).
001540     05  DSP-KEY-RESULT       PIC X(5).
001550     05  DSP-OUR-RESULT       PIC X(5).
001560     05  DSP-B                PIC 9(9).
001570     05  DSP-QUOT             PIC 9(9).
001580     05  DSP-REM              PIC 9(9).
001590     05  DSP-W                PIC 9(9).
001600     05  DSP-CORR-FLAG        PIC X(01).
001610     05  DSP-HIST-FLAG        PIC X(01).
001620     05  DSP-ENTRANT-ID       PIC X(8).
001630     05  FILLER               PIC X(09).
001640 FD  RESCORE-FILE
001650     LABEL RECORDS ARE STANDARD
001660     RECORDING MODE IS F.
001670 01  RESCORE-RECORD       PIC X(132).
001680 FD  REVISION-REPORT
001690     LABEL RECORDS ARE STANDARD
001700     RECORDING MODE IS F.
001710 01  REVISION-RECORD      PIC X(132).
001720 FD  PARM-FILE
001730     LABEL RECORDS ARE STANDARD
001740     RECORDING MODE IS F.
001750 01  PARM-RECORD          PIC X(80).
001760 WORKING-STORAGE SECTION.
001770 77  input-file-status    PIC X(02).
001780 77  keyhist-file-status  PIC X(02).
001790 77  history-file-status  PIC X(02).
001800 77  dispute-file-status  PIC X(02).
001810 77  parm-file-status     PIC X(02).
001820 77  parm-max             PIC 9(9)  VALUE 30.
001830 77  change-max           PIC 9(9)  VALUE 500.
001840 77  revision-max         PIC 9(4)  VALUE 9999.
001850 01  SWITCHES.
001860     05  KEY-EOF-SW       PIC X(01)  VALUE "N".
001870         88  KEY-EOF                 VALUE "Y".
001880     05  PRIOR-EOF-SW     PIC X(01)  VALUE "N".
001890         88  PRIOR-EOF               VALUE "Y".
001900     05  MASTER-EOF-SW    PIC X(01)  VALUE "N".
001910         88  MASTER-EOF              VALUE "Y".
001920     05  LINE-PARSE-SW    PIC X(01)  VALUE "N".
001930         88  LINE-PARSED             VALUE "Y".
001940     05  REV-END-SW       PIC X(01)  VALUE "N".
001950         88  REV-END                 VALUE "Y".
001960     05  REFUSED-SW       PIC X(01)  VALUE "N".
001970         88  REVISION-REFUSED        VALUE "Y".
001980     05  KH-AVAIL-SW      PIC X(01)  VALUE "N".
001990         88  KH-AVAILABLE            VALUE "Y".
002000     05  HIST-AVAIL-SW    PIC X(01)  VALUE "N".
002010         88  HIST-AVAILABLE          VALUE "Y".
002020     05  DSP-AVAIL-SW     PIC X(01)  VALUE "N".
002030         88  DSP-AVAILABLE           VALUE "Y".
002040     05  RESCORED-SW      PIC X(01)  VALUE "N".
002050         88  DATE-RESCORED           VALUE "Y".
002060     05  LISTING-SW       PIC X(01)  VALUE "N".
002070         88  LISTING-WANTED          VALUE "Y".
002080     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
002090         88  PARM-EOF                VALUE "Y".
002100     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
002110         88  PARM-FOUND              VALUE "Y".
002120 01  env-text         PIC X(9).
002130 01  parm-count       PIC 9(9)  VALUE ZERO.
002140 01  PARM-TABLE.
002150     05  PARM-ENTRY OCCURS 30 TIMES.
002160         10  pf-key       PIC X(20).
002170         10  pf-value     PIC X(20).
002180 01  parm-idx         PIC 9(9).
002190 01  parm-name        PIC X(20).
002200 01  parm-token-start PIC 9(9).
002210 01  token-len        PIC 9(9).
002220 01  token-start      PIC 9(9).
002230 01  case-text        PIC X(9)  JUSTIFIED RIGHT.
002240 01  ln               PIC X(132).
002250 01  key-date         PIC 9(8).
002260 01  today-date       PIC 9(8).
002270 01  prior-rev        PIC 9(4)  VALUE ZERO.
002280 01  new-rev          PIC 9(4)  VALUE ZERO.
002290 01  try-rev          PIC 9(4).
002300 01  score-rev        PIC 9(4).
002310 01  read-rev         PIC 9(4).
002320 01  prior-received   PIC 9(8)  VALUE ZERO.
002330 01  parsed-case-no   PIC 9(9).
002340 01  parsed-result    PIC X(5).
002350 01  key-case-no      PIC 9(9)  VALUE ZERO.
002360 01  key-result       PIC X(5).
002370 01  last-case-no     PIC 9(9)  VALUE ZERO.
002380 01  prior-case-no    PIC 9(9)  VALUE ZERO.
002390 01  prior-result     PIC X(5).
002400 01  sc-case-no       PIC 9(9)  VALUE ZERO.
002410 01  sc-result        PIC X(5).
002420 01  sc-our           PIC X(5).
002430 01  our-case-no      PIC 9(9)  VALUE ZERO.
002440 01  our-result       PIC X(5).
002450 01  fmt-number       PIC 9(9).
002460 01  cstr             PIC X(9).
002470 01  cstart           PIC 9(9).
002480 01  cend             PIC 9(9).
002490 01  rev-text         PIC X(9).
002500 01  rev-start        PIC 9(9).
002510 01  rev-len          PIC 9(9).
002520 01  refusal-text     PIC X(60).
002530 01  action-text      PIC X(60).
002540*    What one case's answers score as - MATCH, MISMATCH, MISSING
002550*    (the key wants an answer, we gave none), REPORT-ONLY (we
002560*    answered, the key doesn't list it) or NONE.
002570 01  score-word       PIC X(11).
002580 01  was-word         PIC X(11).
002590 01  now-word         PIC X(11).
002600 01  was-answer       PIC X(5).
002610 01  now-answer       PIC X(5).
002620 01  our-text         PIC X(5).
002630 01  change-kind      PIC X(14).
002640 01  key-line-count   PIC 9(9)  VALUE ZERO.
002650 01  changed-count    PIC 9(9)  VALUE ZERO.
002660 01  added-count      PIC 9(9)  VALUE ZERO.
002670 01  dropped-count    PIC 9(9)  VALUE ZERO.
002680 01  stored-count     PIC 9(9)  VALUE ZERO.
002690 01  store-fail-count PIC 9(9)  VALUE ZERO.
002700 01  leftover-count   PIC 9(9)  VALUE ZERO.
002710 01  closed-count     PIC 9(9)  VALUE ZERO.
002720 01  opened-count     PIC 9(9)  VALUE ZERO.
002730 01  reopened-count   PIC 9(9)  VALUE ZERO.
002740 01  updated-count    PIC 9(9)  VALUE ZERO.
002750 01  check-count      PIC 9(9)  VALUE ZERO.
002760 01  overflow-count   PIC 9(9)  VALUE ZERO.
002770*    One re-score's tallies, the same five GCJSCORE keeps; each
002780*    revision's come off into its own copy.
002790 01  SCORE-TALLY.
002800     05  sc-match-count    PIC 9(9).
002810     05  sc-mismatch-count PIC 9(9).
002820     05  sc-missing-count  PIC 9(9).
002830     05  sc-rptonly-count  PIC 9(9).
002840     05  sc-key-count      PIC 9(9).
002850     05  sc-match-pct      PIC 9(3)V9(2).
002860 01  PRIOR-TALLY.
002870     05  pr-match-count    PIC 9(9)  VALUE ZERO.
002880     05  pr-mismatch-count PIC 9(9)  VALUE ZERO.
002890     05  pr-missing-count  PIC 9(9)  VALUE ZERO.
002900     05  pr-rptonly-count  PIC 9(9)  VALUE ZERO.
002910     05  pr-key-count      PIC 9(9)  VALUE ZERO.
002920     05  pr-match-pct      PIC 9(3)V9(2) VALUE ZERO.
002930 01  NEW-TALLY.
002940     05  nw-match-count    PIC 9(9)  VALUE ZERO.
002950     05  nw-mismatch-count PIC 9(9)  VALUE ZERO.
002960     05  nw-missing-count  PIC 9(9)  VALUE ZERO.
002970     05  nw-rptonly-count  PIC 9(9)  VALUE ZERO.
002980     05  nw-key-count      PIC 9(9)  VALUE ZERO.
002990     05  nw-match-pct      PIC 9(3)V9(2) VALUE ZERO.
003000 01  match-pct-text   PIC ZZ9.99.
003010 01  prior-pct-text   PIC ZZ9.99.
003020 01  match-delta      PIC S9(9).
003030 01  mismatch-delta   PIC S9(9).
003040 01  missing-delta    PIC S9(9).
003050 01  rptonly-delta    PIC S9(9).
003060 01  pct-delta        PIC S9(3)V9(2).
003070 01  match-delta-text    PIC +9(9).
003080 01  mismatch-delta-text PIC +9(9).
003090 01  missing-delta-text  PIC +9(9).
003100 01  rptonly-delta-text  PIC +9(9).
003110 01  pct-delta-text      PIC +ZZ9.99.
003120*    The changed cases, for the docket pass - a reissue moves
003130*    a handful of answers, not thousands, so a fixed table holds
003140*    them; changes past the table are listed and scored but
003150*    counted as not docketed, never docketed half-way in
003160*    silence.
003170 01  change-count-tbl PIC 9(9)  VALUE ZERO.
003180 01  CHANGE-TABLE.
003190     05  CHANGE-ENTRY OCCURS 500 TIMES.
003200         10  ct-case      PIC 9(9).
003210         10  ct-was       PIC X(5).
003220         10  ct-now       PIC X(5).
003230         10  ct-our       PIC X(5).
003240 01  ct-idx           PIC 9(9).
003250 PROCEDURE DIVISION.
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003280     PERFORM 1500-CHECK-KEYFILE THRU 1500-EXIT
003290     PERFORM 2000-FIND-REVISION THRU 2000-EXIT
003300     PERFORM 3000-COMPARE-REVISIONS THRU 3000-EXIT
003310     PERFORM 4000-STORE-REVISION THRU 4000-EXIT
003320     PERFORM 5000-RESCORE-DATE THRU 5000-EXIT
003330     PERFORM 6000-UPDATE-DOCKETS THRU 6000-EXIT
003340     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
003350     PERFORM 9000-TERMINATE THRU 9000-EXIT
003360     STOP RUN.
003370*----------------------------------------------------------------
003380* 1000-INITIALIZE - pick up the key date, open the masters. A key
003390*                   history master that isn't cataloged yet is
003400*                   created on the spot, as GCJDDCK does for
003410*                   DSPMSTR; one that won't open refuses the
003420*                   revision. HISTMSTR and DSPMSTR are wanted but
003430*                   not required - without them the revision is
003440*                   still kept and compared, and the report says
003450*                   what couldn't be done.
003460*----------------------------------------------------------------
003470 1000-INITIALIZE.
003480     ACCEPT today-date FROM DATE YYYYMMDD
003490     MOVE today-date TO key-date
003500     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
003510     MOVE "GCJ_KEY_DATE" TO parm-name
003520     PERFORM 1820-GET-PARM THRU 1820-EXIT
003530     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
003540         MOVE env-text(1:8) TO key-date
003550     END-IF
003560     OPEN OUTPUT REVISION-REPORT
003570     OPEN OUTPUT RESCORE-FILE
003580     MOVE SPACES TO REVISION-RECORD
003590     STRING "KEY REVISION FOR RUN DATE " DELIMITED BY SIZE
003600            key-date DELIMITED BY SIZE
003610            " RECEIVED " DELIMITED BY SIZE
003620            today-date DELIMITED BY SIZE
003630            INTO REVISION-RECORD
003640     END-STRING
003650     WRITE REVISION-RECORD
003660     OPEN I-O KEY-HISTORY
003670     IF keyhist-file-status = "35"
003680         OPEN OUTPUT KEY-HISTORY
003690         CLOSE KEY-HISTORY
003700         OPEN I-O KEY-HISTORY
003710     END-IF
003720     IF keyhist-file-status = "00"
003730         SET KH-AVAILABLE TO TRUE
003740     ELSE
003750         MOVE SPACES TO refusal-text
003760         STRING "KEY HISTORY MASTER UNAVAILABLE - STATUS="
003770                DELIMITED BY SIZE
003780                keyhist-file-status DELIMITED BY SIZE
003790                INTO refusal-text
003800         END-STRING
003810         PERFORM 1900-REFUSE-REVISION THRU 1900-EXIT
003820     END-IF
003830     OPEN INPUT HISTORY-MASTER
003840     IF history-file-status = "00"
003850         SET HIST-AVAILABLE TO TRUE
003860     ELSE
003870         MOVE SPACES TO REVISION-RECORD
003880         STRING "HISTORY MASTER UNAVAILABLE - STATUS="
003890                DELIMITED BY SIZE
003900                history-file-status DELIMITED BY SIZE
003910                " - DATE NOT RE-SCORED, DOCKETS NOT TOUCHED"
003920                DELIMITED BY SIZE
003930                INTO REVISION-RECORD
003940         END-STRING
003950         WRITE REVISION-RECORD
003960     END-IF
003970     OPEN I-O DISPUTE-MASTER
003980     IF dispute-file-status = "35"
003990         OPEN OUTPUT DISPUTE-MASTER
004000         CLOSE DISPUTE-MASTER
004010         OPEN I-O DISPUTE-MASTER
004020     END-IF
004030     IF dispute-file-status = "00"
004040         SET DSP-AVAILABLE TO TRUE
004050     ELSE
004060         MOVE SPACES TO REVISION-RECORD
004070         STRING "DOCKET MASTER UNAVAILABLE - STATUS="
004080                DELIMITED BY SIZE
004090                dispute-file-status DELIMITED BY SIZE
004100                " - DOCKETS NOT TOUCHED" DELIMITED BY SIZE
004110                INTO REVISION-RECORD
004120         END-STRING
004130         WRITE REVISION-RECORD
004140     END-IF.
004150 1000-EXIT.
004160     EXIT.
004170*----------------------------------------------------------------
004180* 1500-CHECK-KEYFILE - a first pass over the new key before
004190*                      anything is kept: it has to open, answer
004200*                      at least one case, and list its cases in
004210*                      strictly ascending order so the revision
004220*                      compare can run it line for line against
004230*                      the one before.
004240*----------------------------------------------------------------
004250 1500-CHECK-KEYFILE.
004260     IF REVISION-REFUSED
004270         GO TO 1500-EXIT
004280     END-IF
004290     OPEN INPUT KEY-FILE
004300     IF input-file-status NOT = "00"
004310         MOVE SPACES TO refusal-text
004320         STRING "KEYFILE UNAVAILABLE - STATUS=" DELIMITED BY SIZE
004330                input-file-status DELIMITED BY SIZE
004340                INTO refusal-text
004350         END-STRING
004360         PERFORM 1900-REFUSE-REVISION THRU 1900-EXIT
004370         GO TO 1500-EXIT
004380     END-IF
004390     MOVE "N" TO KEY-EOF-SW
004400     MOVE 0 TO last-case-no
004410     PERFORM 1510-CHECK-ONE-KEY-CASE THRU 1510-EXIT
004420         UNTIL KEY-EOF
004430     CLOSE KEY-FILE
004440     IF REVISION-REFUSED
004450         GO TO 1500-EXIT
004460     END-IF
004470     IF key-line-count = 0
004480         MOVE "KEYFILE ANSWERS NO CASES" TO refusal-text
004490         PERFORM 1900-REFUSE-REVISION THRU 1900-EXIT
004500     END-IF.
004510 1500-EXIT.
004520     EXIT.
004530 1510-CHECK-ONE-KEY-CASE.
004540     PERFORM 2600-READ-KEY-CASE THRU 2600-EXIT
004550     IF KEY-EOF
004560         GO TO 1510-EXIT
004570     END-IF
004580     ADD 1 TO key-line-count
004590     IF key-case-no > last-case-no
004600         MOVE key-case-no TO last-case-no
004610         GO TO 1510-EXIT
004620     END-IF
004630     MOVE key-case-no TO fmt-number
004640     PERFORM 2150-FORMAT-CASE-NUMBER THRU 2150-EXIT
004650     MOVE SPACES TO REVISION-RECORD
004660     STRING "KEY CASE #" DELIMITED BY SIZE
004670            cstr(cstart:cend) DELIMITED BY SIZE
004680            " OUT OF ORDER OR LISTED TWICE: " DELIMITED BY SIZE
004690            KEY-RECORD(1:80) DELIMITED BY SIZE
004700            INTO REVISION-RECORD
004710     END-STRING
004720     WRITE REVISION-RECORD
004730     IF NOT REVISION-REFUSED
004740         MOVE "KEYFILE CASES NOT IN ASCENDING ORDER"
004750             TO refusal-text
004760         PERFORM 1900-REFUSE-REVISION THRU 1900-EXIT
004770     END-IF.
004780 1510-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------
004810* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
004820*                       table, one "KEYWORD VALUE" card per
004830*                       record, blank and *-comment cards passed
004840*                       by; a deck that isn't cataloged leaves
004850*                       every parameter at its default. Same
004860*                       deck-and-lookup shape as GCJ's.
004870*----------------------------------------------------------------
004880 1800-LOAD-PARM-FILE.
004890     MOVE 0 TO parm-count
004900     MOVE "N" TO PARM-EOF-SW
004910     OPEN INPUT PARM-FILE
004920     IF parm-file-status NOT = "00"
004930         GO TO 1800-EXIT
004940     END-IF
004950     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
004960         UNTIL PARM-EOF
004970     CLOSE PARM-FILE.
004980 1800-EXIT.
004990     EXIT.
005000 1810-LOAD-ONE-PARM.
005010     READ PARM-FILE
005020         AT END
005030             SET PARM-EOF TO TRUE
005040             GO TO 1810-EXIT
005050     END-READ
005060     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
005070         GO TO 1810-EXIT
005080     END-IF
005090     IF parm-count NOT < parm-max
005100         GO TO 1810-EXIT
005110     END-IF
005120     MOVE 0 TO token-len
005130     INSPECT PARM-RECORD TALLYING token-len
005140         FOR CHARACTERS BEFORE INITIAL SPACE
005150     IF token-len = 0 OR token-len > 20
005160         GO TO 1810-EXIT
005170     END-IF
005180     ADD 1 TO parm-count
005190     MOVE SPACES TO pf-key(parm-count)
005200     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
005210     MOVE SPACES TO pf-value(parm-count)
005220     COMPUTE parm-token-start = token-len + 2
005230     IF parm-token-start > 80
005240         GO TO 1810-EXIT
005250     END-IF
005260     MOVE 0 TO token-len
005270     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
005280         FOR CHARACTERS BEFORE INITIAL SPACE
005290     IF token-len = 0 OR token-len > 20
005300         GO TO 1810-EXIT
005310     END-IF
005320     MOVE PARM-RECORD(parm-token-start:token-len)
005330         TO pf-value(parm-count).
005340 1810-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370* 1820-GET-PARM - the card PARM-NAME names, its value into
005380*                 ENV-TEXT; spaces when the deck doesn't carry
005390*                 it.
005400*----------------------------------------------------------------
005410 1820-GET-PARM.
005420     MOVE SPACES TO env-text
005430     MOVE "N" TO PARM-FOUND-SW
005440     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
005450         VARYING parm-idx FROM 1 BY 1
005460         UNTIL PARM-FOUND OR parm-idx > parm-count.
005470 1820-EXIT.
005480     EXIT.
005490 1830-MATCH-ONE-PARM.
005500     IF pf-key(parm-idx) = parm-name
005510         SET PARM-FOUND TO TRUE
005520         MOVE pf-value(parm-idx) TO env-text
005530     END-IF.
005540 1830-EXIT.
005550     EXIT.
005560*----------------------------------------------------------------
005570* 1900-REFUSE-REVISION - nothing is kept, compared or re-scored;
005580*                        REFUSAL-TEXT says why.
005590*----------------------------------------------------------------
005600 1900-REFUSE-REVISION.
005610     SET REVISION-REFUSED TO TRUE
005620     MOVE SPACES TO REVISION-RECORD
005630     STRING "REVISION REFUSED: " DELIMITED BY SIZE
005640            refusal-text DELIMITED BY "  "
005650            INTO REVISION-RECORD
005660     END-STRING
005670     WRITE REVISION-RECORD.
005680 1900-EXIT.
005690     EXIT.
005700*----------------------------------------------------------------
005710* 2000-FIND-REVISION - the highest revision already kept for the
005720*                      date, found by reading revision records
005730*                      1, 2, ... until one isn't there; the new
005740*                      key becomes the one after it.
005750*----------------------------------------------------------------
005760 2000-FIND-REVISION.
005770     IF REVISION-REFUSED
005780         GO TO 2000-EXIT
005790     END-IF
005800     MOVE 0 TO prior-rev
005810     MOVE "N" TO REV-END-SW
005820     PERFORM 2100-TRY-ONE-REVISION THRU 2100-EXIT
005830         UNTIL REV-END
005840     IF prior-rev NOT < revision-max
005850         MOVE "REVISION LIMIT REACHED FOR THE DATE"
005860             TO refusal-text
005870         PERFORM 1900-REFUSE-REVISION THRU 1900-EXIT
005880         GO TO 2000-EXIT
005890     END-IF
005900     ADD 1 TO prior-rev GIVING new-rev
005910     PERFORM 2300-CLEAR-LEFTOVER-CASES THRU 2300-EXIT
005920     IF REVISION-REFUSED
005930         GO TO 2000-EXIT
005940     END-IF
005950     MOVE new-rev TO fmt-number
005960     PERFORM 2160-FORMAT-REVISION THRU 2160-EXIT
005970     MOVE SPACES TO REVISION-RECORD
005980     IF prior-rev = 0
005990         STRING "NEW REVISION " DELIMITED BY SIZE
006000                rev-text(rev-start:rev-len) DELIMITED BY SIZE
006010                " - FIRST KEY KEPT FOR THE DATE, NOTHING TO "
006020                DELIMITED BY SIZE
006030                "COMPARE" DELIMITED BY SIZE
006040                INTO REVISION-RECORD
006050         END-STRING
006060     ELSE
006070         MOVE prior-rev TO fmt-number
006080         PERFORM 2150-FORMAT-CASE-NUMBER THRU 2150-EXIT
006090         STRING "NEW REVISION " DELIMITED BY SIZE
006100                rev-text(rev-start:rev-len) DELIMITED BY SIZE
006110                " COMPARED WITH REVISION " DELIMITED BY SIZE
006120                cstr(cstart:cend) DELIMITED BY SIZE
006130                " RECEIVED " DELIMITED BY SIZE
006140                prior-received DELIMITED BY SIZE
006150                INTO REVISION-RECORD
006160         END-STRING
006170     END-IF
006180     WRITE REVISION-RECORD.
006190 2000-EXIT.
006200     EXIT.
006210 2100-TRY-ONE-REVISION.
006220     IF prior-rev NOT < revision-max
006230         SET REV-END TO TRUE
006240         GO TO 2100-EXIT
006250     END-IF
006260     ADD 1 TO prior-rev GIVING try-rev
006270     MOVE key-date TO KH-RUN-DATE
006280     MOVE try-rev TO KH-REVISION
006290     MOVE 0 TO KH-CASE-NUMBER
006300     READ KEY-HISTORY
006310         INVALID KEY
006320             SET REV-END TO TRUE
006330             GO TO 2100-EXIT
006340     END-READ
006350     IF keyhist-file-status NOT = "00"
006360         SET REV-END TO TRUE
006370         GO TO 2100-EXIT
006380     END-IF
006390     MOVE try-rev TO prior-rev
006400     MOVE KH-RECEIVED-DATE TO prior-received.
006410 2100-EXIT.
006420     EXIT.
006430*----------------------------------------------------------------
006440* 2150-FORMAT-CASE-NUMBER - build the un-padded digit string for
006450*                           a "CASE #" label out of FMT-NUMBER,
006460*                           same technique as GCJ.
006470*----------------------------------------------------------------
006480 2150-FORMAT-CASE-NUMBER.
006490     MOVE fmt-number TO cstr
006500     MOVE 1 TO cstart
006510     INSPECT fmt-number TALLYING cstart FOR LEADING ZEROS
006520     IF cstart > 9
006530         MOVE 9 TO cstart
006540     END-IF
006550     SUBTRACT cstart FROM 10 GIVING cend.
006560 2150-EXIT.
006570     EXIT.
006580*----------------------------------------------------------------
006590* 2160-FORMAT-REVISION - the same un-padded string for a revision
006600*                        number, kept apart so a revision can sit
006610*                        on a line beside a case number.
006620*----------------------------------------------------------------
006630 2160-FORMAT-REVISION.
006640     MOVE fmt-number TO rev-text
006650     MOVE 1 TO rev-start
006660     INSPECT fmt-number TALLYING rev-start FOR LEADING ZEROS
006670     IF rev-start > 9
006680         MOVE 9 TO rev-start
006690     END-IF
006700     SUBTRACT rev-start FROM 10 GIVING rev-len.
006710 2160-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740* 2200-PARSE-CASE-LINE - pull the case number and result off one
006750*                        "Case #n: RESULT" line in LN, exactly as
006760*                        GCJSCORE does. Sets LINE-PARSED only
006770*                        when the case number is clean;
006780*                        PARSED-RESULT carries BLACK or WHITE, or
006790*                        spaces when the line answered nothing.
006800*----------------------------------------------------------------
006810 2200-PARSE-CASE-LINE.
006820     MOVE "N" TO LINE-PARSE-SW
006830     MOVE SPACES TO parsed-result
006840     IF ln(1:6) NOT = "Case #"
006850         GO TO 2200-EXIT
006860     END-IF
006870     MOVE 0 TO token-len
006880     INSPECT ln(7:) TALLYING token-len
006890         FOR CHARACTERS BEFORE INITIAL ":"
006900     IF token-len = 0 OR token-len > 9
006910         GO TO 2200-EXIT
006920     END-IF
006930     IF ln(7:token-len) IS NOT NUMERIC
006940         GO TO 2200-EXIT
006950     END-IF
006960     MOVE ln(7:token-len) TO case-text
006970     MOVE case-text TO parsed-case-no
006980     IF parsed-case-no = 0
006990         GO TO 2200-EXIT
007000     END-IF
007010     SET LINE-PARSED TO TRUE
007020     COMPUTE token-start = 7 + token-len + 2
007030     IF ln(token-start:5) = "BLACK" OR ln(token-start:5) = "WHITE"
007040         MOVE ln(token-start:5) TO parsed-result
007050     END-IF.
007060 2200-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------
007090* 2300-CLEAR-LEFTOVER-CASES - case records already under the new
007100*                             revision number, with no revision
007110*                             record of their own, were left by a
007120*                             run whose store failed part way. The
007130*                             revision never counted, so they are
007140*                             deleted before the key is stored
007150*                             again; one that won't delete refuses
007160*                             the revision.
007170*----------------------------------------------------------------
007180 2300-CLEAR-LEFTOVER-CASES.
007190     MOVE 0 TO leftover-count
007200     MOVE "N" TO PRIOR-EOF-SW
007210     MOVE key-date TO KH-RUN-DATE
007220     MOVE new-rev TO KH-REVISION
007230     MOVE new-rev TO read-rev
007240     MOVE 1 TO KH-CASE-NUMBER
007250     START KEY-HISTORY KEY NOT < KH-KEY
007260         INVALID KEY
007270             SET PRIOR-EOF TO TRUE
007280     END-START
007290     IF keyhist-file-status NOT = "00"
007300         SET PRIOR-EOF TO TRUE
007310     END-IF
007320     PERFORM 2310-CLEAR-ONE-CASE THRU 2310-EXIT
007330         UNTIL PRIOR-EOF
007340     IF leftover-count = 0
007350         GO TO 2300-EXIT
007360     END-IF
007370     MOVE new-rev TO fmt-number
007380     PERFORM 2160-FORMAT-REVISION THRU 2160-EXIT
007390     MOVE SPACES TO REVISION-RECORD
007400     STRING "CASE RECORDS LEFT UNDER REVISION " DELIMITED BY SIZE
007410            rev-text(rev-start:rev-len) DELIMITED BY SIZE
007420            " BY A FAILED STORE CLEARED=" DELIMITED BY SIZE
007430            leftover-count DELIMITED BY SIZE
007440            INTO REVISION-RECORD
007450     END-STRING
007460     WRITE REVISION-RECORD.
007470 2300-EXIT.
007480     EXIT.
007490 2310-CLEAR-ONE-CASE.
007500     PERFORM 3600-READ-PRIOR-CASE THRU 3600-EXIT
007510     IF PRIOR-EOF
007520         GO TO 2310-EXIT
007530     END-IF
007540     DELETE KEY-HISTORY RECORD
007550         INVALID KEY
007560             CONTINUE
007570     END-DELETE
007580     IF keyhist-file-status NOT = "00"
007590         SET PRIOR-EOF TO TRUE
007600         MOVE "CASE RECORDS LEFT BY A FAILED STORE WON'T DELETE"
007610             TO refusal-text
007620         PERFORM 1900-REFUSE-REVISION THRU 1900-EXIT
007630         GO TO 2310-EXIT
007640     END-IF
007650     ADD 1 TO leftover-count.
007660 2310-EXIT.
007670     EXIT.
007680*----------------------------------------------------------------
007690* 2600-READ-KEY-CASE - advance KEYFILE to its next answered
007700*                      "Case #" line, passing by the rest as
007710*                      GCJSCORE's 2600 does.
007720*----------------------------------------------------------------
007730 2600-READ-KEY-CASE.
007740     IF KEY-EOF
007750         GO TO 2600-EXIT
007760     END-IF
007770     READ KEY-FILE
007780         AT END
007790             SET KEY-EOF TO TRUE
007800             GO TO 2600-EXIT
007810     END-READ
007820     MOVE KEY-RECORD TO ln
007830     PERFORM 2200-PARSE-CASE-LINE THRU 2200-EXIT
007840     IF NOT LINE-PARSED OR parsed-result = SPACES
007850         GO TO 2600-READ-KEY-CASE
007860     END-IF
007870     MOVE parsed-case-no TO key-case-no
007880     MOVE parsed-result TO key-result.
007890 2600-EXIT.
007900     EXIT.
007910*----------------------------------------------------------------
007920* 3000-COMPARE-REVISIONS - balance line between the revision
007930*                          before, off KEYHIST, and the new key:
007940*                          equal case numbers with different
007950*                          answers are CHANGED, a case only in
007960*                          the new key is ADDED, one only in the
007970*                          old is DROPPED.
007980*----------------------------------------------------------------
007990 3000-COMPARE-REVISIONS.
008000     IF REVISION-REFUSED OR prior-rev = 0
008010         GO TO 3000-EXIT
008020     END-IF
008030     OPEN INPUT KEY-FILE
008040     MOVE "N" TO KEY-EOF-SW
008050     MOVE "N" TO PRIOR-EOF-SW
008060     MOVE key-date TO KH-RUN-DATE
008070     MOVE prior-rev TO KH-REVISION
008080     MOVE prior-rev TO read-rev
008090     MOVE 1 TO KH-CASE-NUMBER
008100     START KEY-HISTORY KEY NOT < KH-KEY
008110         INVALID KEY
008120             SET PRIOR-EOF TO TRUE
008130     END-START
008140     IF keyhist-file-status NOT = "00"
008150         SET PRIOR-EOF TO TRUE
008160     END-IF
008170     PERFORM 3600-READ-PRIOR-CASE THRU 3600-EXIT
008180     PERFORM 2600-READ-KEY-CASE THRU 2600-EXIT
008190     PERFORM 3100-COMPARE-ONE-CASE THRU 3100-EXIT
008200         UNTIL KEY-EOF AND PRIOR-EOF
008210     CLOSE KEY-FILE.
008220 3000-EXIT.
008230     EXIT.
008240 3100-COMPARE-ONE-CASE.
008250     IF PRIOR-EOF
008260         OR (NOT KEY-EOF AND key-case-no < prior-case-no)
008270         ADD 1 TO added-count
008280         MOVE "CASE ADDED" TO change-kind
008290         MOVE key-case-no TO fmt-number
008300         MOVE SPACES TO was-answer
008310         MOVE key-result TO now-answer
008320         PERFORM 3200-NOTE-CHANGE THRU 3200-EXIT
008330         PERFORM 2600-READ-KEY-CASE THRU 2600-EXIT
008340         GO TO 3100-EXIT
008350     END-IF
008360     IF KEY-EOF OR prior-case-no < key-case-no
008370         ADD 1 TO dropped-count
008380         MOVE "CASE DROPPED" TO change-kind
008390         MOVE prior-case-no TO fmt-number
008400         MOVE prior-result TO was-answer
008410         MOVE SPACES TO now-answer
008420         PERFORM 3200-NOTE-CHANGE THRU 3200-EXIT
008430         PERFORM 3600-READ-PRIOR-CASE THRU 3600-EXIT
008440         GO TO 3100-EXIT
008450     END-IF
008460     IF key-result NOT = prior-result
008470         ADD 1 TO changed-count
008480         MOVE "ANSWER CHANGED" TO change-kind
008490         MOVE key-case-no TO fmt-number
008500         MOVE prior-result TO was-answer
008510         MOVE key-result TO now-answer
008520         PERFORM 3200-NOTE-CHANGE THRU 3200-EXIT
008530     END-IF
008540     PERFORM 2600-READ-KEY-CASE THRU 2600-EXIT
008550     PERFORM 3600-READ-PRIOR-CASE THRU 3600-EXIT.
008560 3100-EXIT.
008570     EXIT.
008580*----------------------------------------------------------------
008590* 3200-NOTE-CHANGE - one changed case (FMT-NUMBER, WAS-ANSWER,
008600*                    NOW-ANSWER) onto the report beside our own
008610*                    answer off HISTMSTR and what the case
008620*                    scored under each key, and into the change
008630*                    table for the docket pass.
008640*----------------------------------------------------------------
008650 3200-NOTE-CHANGE.
008660     MOVE SPACES TO our-result
008670     IF HIST-AVAILABLE
008680         MOVE key-date TO HIST-RUN-DATE
008690         MOVE fmt-number TO HIST-CASE-NUMBER
008700         READ HISTORY-MASTER
008710             INVALID KEY
008720                 CONTINUE
008730         END-READ
008740         IF history-file-status = "00"
008750             MOVE HIST-RESULT TO our-result
008760         END-IF
008770     END-IF
008780     MOVE our-result TO sc-our
008790     MOVE was-answer TO sc-result
008800     PERFORM 3300-SCORE-WORD THRU 3300-EXIT
008810     MOVE score-word TO was-word
008820     MOVE now-answer TO sc-result
008830     PERFORM 3300-SCORE-WORD THRU 3300-EXIT
008840     MOVE score-word TO now-word
008850     IF was-answer = SPACES
008860         MOVE "NONE" TO was-answer
008870     END-IF
008880     IF now-answer = SPACES
008890         MOVE "NONE" TO now-answer
008900     END-IF
008910     IF our-result = SPACES
008920         MOVE "NONE" TO our-text
008930     ELSE
008940         MOVE our-result TO our-text
008950     END-IF
008960     PERFORM 2150-FORMAT-CASE-NUMBER THRU 2150-EXIT
008970     MOVE SPACES TO REVISION-RECORD
008980     STRING "CASE #" DELIMITED BY SIZE
008990            cstr(cstart:cend) DELIMITED BY SIZE
009000            ": " DELIMITED BY SIZE
009010            change-kind DELIMITED BY "  "
009020            " - KEY WAS=" DELIMITED BY SIZE
009030            was-answer DELIMITED BY SPACE
009040            " NOW=" DELIMITED BY SIZE
009050            now-answer DELIMITED BY SPACE
009060            " OURS=" DELIMITED BY SIZE
009070            our-text DELIMITED BY SPACE
009080            " SCORED " DELIMITED BY SIZE
009090            was-word DELIMITED BY SPACE
009100            " -> " DELIMITED BY SIZE
009110            now-word DELIMITED BY SPACE
009120            INTO REVISION-RECORD
009130     END-STRING
009140     WRITE REVISION-RECORD
009150     IF change-count-tbl NOT < change-max
009160         ADD 1 TO overflow-count
009170         GO TO 3200-EXIT
009180     END-IF
009190     ADD 1 TO change-count-tbl
009200     MOVE fmt-number TO ct-case(change-count-tbl)
009210     MOVE sc-result TO ct-now(change-count-tbl)
009220     MOVE our-result TO ct-our(change-count-tbl)
009230     IF was-answer = "NONE"
009240         MOVE SPACES TO ct-was(change-count-tbl)
009250     ELSE
009260         MOVE was-answer TO ct-was(change-count-tbl)
009270     END-IF.
009280 3200-EXIT.
009290     EXIT.
009300*----------------------------------------------------------------
009310* 3300-SCORE-WORD - what a key answer SC-RESULT (spaces when the
009320*                   key doesn't list the case) scores against our
009330*                   answer SC-OUR (spaces when we gave none), in
009340*                   GCJSCORE's terms.
009350*----------------------------------------------------------------
009360 3300-SCORE-WORD.
009370     IF sc-result = SPACES AND sc-our = SPACES
009380         MOVE "NONE" TO score-word
009390         GO TO 3300-EXIT
009400     END-IF
009410     IF sc-result = SPACES
009420         MOVE "REPORT-ONLY" TO score-word
009430         GO TO 3300-EXIT
009440     END-IF
009450     IF sc-our = SPACES
009460         MOVE "MISSING" TO score-word
009470         GO TO 3300-EXIT
009480     END-IF
009490     IF sc-result = sc-our
009500         MOVE "MATCH" TO score-word
009510     ELSE
009520         MOVE "MISMATCH" TO score-word
009530     END-IF.
009540 3300-EXIT.
009550     EXIT.
009560*----------------------------------------------------------------
009570* 3600-READ-PRIOR-CASE - the next case of revision READ-REV off
009580*                        KEYHIST; the next revision's record or
009590*                        the next date ends it.
009600*----------------------------------------------------------------
009610 3600-READ-PRIOR-CASE.
009620     IF PRIOR-EOF
009630         GO TO 3600-EXIT
009640     END-IF
009650     READ KEY-HISTORY NEXT RECORD
009660         AT END
009670             SET PRIOR-EOF TO TRUE
009680             GO TO 3600-EXIT
009690     END-READ
009700     IF keyhist-file-status NOT = "00"
009710         OR KH-RUN-DATE NOT = key-date
009720         OR KH-REVISION NOT = read-rev
009730         SET PRIOR-EOF TO TRUE
009740         GO TO 3600-EXIT
009750     END-IF
009760     MOVE KH-CASE-NUMBER TO prior-case-no
009770     MOVE KH-RESULT TO prior-result.
009780 3600-EXIT.
009790     EXIT.
009800*----------------------------------------------------------------
009810* 4000-STORE-REVISION - every answered case of the new key onto
009820*                       KEYHIST under the new revision, then the
009830*                       revision record itself - but only once
009840*                       every case is on; a case that won't store
009850*                       refuses the revision instead.
009860*----------------------------------------------------------------
009870 4000-STORE-REVISION.
009880     IF REVISION-REFUSED
009890         GO TO 4000-EXIT
009900     END-IF
009910     OPEN INPUT KEY-FILE
009920     MOVE "N" TO KEY-EOF-SW
009930     PERFORM 4100-STORE-ONE-CASE THRU 4100-EXIT
009940         UNTIL KEY-EOF
009950     CLOSE KEY-FILE
009960     IF store-fail-count > 0
009970         GO TO 4000-NOT-STORED
009980     END-IF
009990     MOVE SPACES TO KEYHIST-RECORD
010000     MOVE key-date TO KH-RUN-DATE
010010     MOVE new-rev TO KH-REVISION
010020     MOVE 0 TO KH-CASE-NUMBER
010030     MOVE today-date TO KH-RECEIVED-DATE
010040     MOVE stored-count TO KH-CASE-COUNT
010050     COMPUTE KH-CHANGED-COUNT =
010060         changed-count + added-count + dropped-count
010070     WRITE KEYHIST-RECORD
010080         INVALID KEY
010090             CONTINUE
010100     END-WRITE
010110     IF keyhist-file-status NOT = "00"
010120         ADD 1 TO store-fail-count
010130         GO TO 4000-NOT-STORED
010140     END-IF
010150     MOVE new-rev TO fmt-number
010160     PERFORM 2160-FORMAT-REVISION THRU 2160-EXIT
010170     MOVE SPACES TO REVISION-RECORD
010180     STRING "REVISION " DELIMITED BY SIZE
010190            rev-text(rev-start:rev-len) DELIMITED BY SIZE
010200            " STORED FOR RUN DATE " DELIMITED BY SIZE
010210            key-date DELIMITED BY SIZE
010220            ": CASES=" DELIMITED BY SIZE
010230            stored-count DELIMITED BY SIZE
010240            " NOT STORED=" DELIMITED BY SIZE
010250            store-fail-count DELIMITED BY SIZE
010260            INTO REVISION-RECORD
010270     END-STRING
010280     WRITE REVISION-RECORD
010290     GO TO 4000-EXIT.
010300 4000-NOT-STORED.
010310     MOVE SPACES TO refusal-text
010320     STRING "CASES=" DELIMITED BY SIZE
010330            stored-count DELIMITED BY SIZE
010340            " NOT STORED=" DELIMITED BY SIZE
010350            store-fail-count DELIMITED BY SIZE
010360            " - REVISION NOT COUNTED" DELIMITED BY SIZE
010370            INTO refusal-text
010380     END-STRING
010390     PERFORM 1900-REFUSE-REVISION THRU 1900-EXIT.
010400 4000-EXIT.
010410     EXIT.
010420 4100-STORE-ONE-CASE.
010430     PERFORM 2600-READ-KEY-CASE THRU 2600-EXIT
010440     IF KEY-EOF
010450         GO TO 4100-EXIT
010460     END-IF
010470     MOVE SPACES TO KEYHIST-RECORD
010480     MOVE key-date TO KH-RUN-DATE
010490     MOVE new-rev TO KH-REVISION
010500     MOVE key-case-no TO KH-CASE-NUMBER
010510     MOVE key-result TO KH-RESULT
010520     WRITE KEYHIST-RECORD
010530         INVALID KEY
010540             CONTINUE
010550     END-WRITE
010560     IF keyhist-file-status = "00"
010570         ADD 1 TO stored-count
010580     ELSE
010590         ADD 1 TO store-fail-count
010600     END-IF.
010610 4100-EXIT.
010620     EXIT.
010630*----------------------------------------------------------------
010640* 5000-RESCORE-DATE - the date scored from HISTMSTR under the
010650*                     revision before (tallies only) and under
010660*                     the new one (tallies and the RSCFILE
010670*                     listing).
010680*----------------------------------------------------------------
010690 5000-RESCORE-DATE.
010700     IF REVISION-REFUSED OR NOT HIST-AVAILABLE
010710         GO TO 5000-EXIT
010720     END-IF
010730     IF prior-rev > 0
010740         MOVE prior-rev TO score-rev
010750         MOVE "N" TO LISTING-SW
010760         PERFORM 5100-SCORE-REVISION THRU 5100-EXIT
010770         MOVE SCORE-TALLY TO PRIOR-TALLY
010780         PERFORM 5700-WRITE-SCORE-LINE THRU 5700-EXIT
010790     END-IF
010800     MOVE new-rev TO score-rev
010810     SET LISTING-WANTED TO TRUE
010820     PERFORM 5100-SCORE-REVISION THRU 5100-EXIT
010830     MOVE SCORE-TALLY TO NEW-TALLY
010840     PERFORM 5700-WRITE-SCORE-LINE THRU 5700-EXIT
010850     SET DATE-RESCORED TO TRUE
010860     IF prior-rev > 0
010870         PERFORM 5800-WRITE-SCORE-EFFECT THRU 5800-EXIT
010880     END-IF.
010890 5000-EXIT.
010900     EXIT.
010910*----------------------------------------------------------------
010920* 5100-SCORE-REVISION - balance line between revision SCORE-REV
010930*                       off KEYHIST and the date's decisions off
010940*                       HISTMSTR, scored the way GCJSCORE's 2100
010950*                       scores the key against the report.
010960*----------------------------------------------------------------
010970 5100-SCORE-REVISION.
010980     MOVE 0 TO sc-match-count
010990     MOVE 0 TO sc-mismatch-count
011000     MOVE 0 TO sc-missing-count
011010     MOVE 0 TO sc-rptonly-count
011020     MOVE 0 TO sc-key-count
011030     MOVE 0 TO sc-match-pct
011040     MOVE "N" TO PRIOR-EOF-SW
011050     MOVE "N" TO MASTER-EOF-SW
011060     MOVE key-date TO KH-RUN-DATE
011070     MOVE score-rev TO KH-REVISION
011080     MOVE score-rev TO read-rev
011090     MOVE 1 TO KH-CASE-NUMBER
011100     START KEY-HISTORY KEY NOT < KH-KEY
011110         INVALID KEY
011120             SET PRIOR-EOF TO TRUE
011130     END-START
011140     IF keyhist-file-status NOT = "00"
011150         SET PRIOR-EOF TO TRUE
011160     END-IF
011170     PERFORM 3600-READ-PRIOR-CASE THRU 3600-EXIT
011180     MOVE key-date TO HIST-RUN-DATE
011190     MOVE 1 TO HIST-CASE-NUMBER
011200     START HISTORY-MASTER KEY NOT < HIST-KEY
011210         INVALID KEY
011220             SET MASTER-EOF TO TRUE
011230     END-START
011240     IF history-file-status NOT = "00"
011250         SET MASTER-EOF TO TRUE
011260     END-IF
011270     PERFORM 5600-READ-OUR-CASE THRU 5600-EXIT
011280     PERFORM 5200-SCORE-ONE-CASE THRU 5200-EXIT
011290         UNTIL PRIOR-EOF AND MASTER-EOF
011300     IF sc-key-count = 0
011310         MOVE 0 TO sc-match-pct
011320     ELSE
011330         COMPUTE sc-match-pct ROUNDED =
011340             (sc-match-count * 100) / sc-key-count
011350     END-IF.
011360 5100-EXIT.
011370     EXIT.
011380 5200-SCORE-ONE-CASE.
011390     IF PRIOR-EOF
011400         OR (NOT MASTER-EOF AND our-case-no < prior-case-no)
011410         MOVE our-case-no TO fmt-number
011420         MOVE SPACES TO sc-result
011430         MOVE our-result TO sc-our
011440         PERFORM 5300-SCORE-ONE-LINE THRU 5300-EXIT
011450         PERFORM 5600-READ-OUR-CASE THRU 5600-EXIT
011460         GO TO 5200-EXIT
011470     END-IF
011480     ADD 1 TO sc-key-count
011490     MOVE prior-case-no TO fmt-number
011500     MOVE prior-result TO sc-result
011510     IF MASTER-EOF OR prior-case-no < our-case-no
011520         MOVE SPACES TO sc-our
011530         PERFORM 5300-SCORE-ONE-LINE THRU 5300-EXIT
011540         PERFORM 3600-READ-PRIOR-CASE THRU 3600-EXIT
011550         GO TO 5200-EXIT
011560     END-IF
011570     MOVE our-result TO sc-our
011580     PERFORM 5300-SCORE-ONE-LINE THRU 5300-EXIT
011590     PERFORM 3600-READ-PRIOR-CASE THRU 3600-EXIT
011600     PERFORM 5600-READ-OUR-CASE THRU 5600-EXIT.
011610 5200-EXIT.
011620     EXIT.
011630*----------------------------------------------------------------
011640* 5300-SCORE-ONE-LINE - tally one case (FMT-NUMBER, SC-RESULT
011650*                       against SC-OUR) and, for the new
011660*                       revision, write its line in GCJSCORE's
011670*                       own wording.
011680*----------------------------------------------------------------
011690 5300-SCORE-ONE-LINE.
011700     PERFORM 3300-SCORE-WORD THRU 3300-EXIT
011710     IF score-word = "MATCH"
011720         ADD 1 TO sc-match-count
011730     END-IF
011740     IF score-word = "MISMATCH"
011750         ADD 1 TO sc-mismatch-count
011760     END-IF
011770     IF score-word = "MISSING"
011780         ADD 1 TO sc-missing-count
011790     END-IF
011800     IF score-word = "REPORT-ONLY"
011810         ADD 1 TO sc-rptonly-count
011820     END-IF
011830     IF NOT LISTING-WANTED
011840         GO TO 5300-EXIT
011850     END-IF
011860     PERFORM 2150-FORMAT-CASE-NUMBER THRU 2150-EXIT
011870     MOVE SPACES TO RESCORE-RECORD
011880     IF score-word = "MATCH"
011890         STRING "CASE #" DELIMITED BY SIZE
011900                cstr(cstart:cend) DELIMITED BY SIZE
011910                ": MATCH - " DELIMITED BY SIZE
011920                sc-result DELIMITED BY SIZE
011930                INTO RESCORE-RECORD
011940         END-STRING
011950     END-IF
011960     IF score-word = "MISMATCH"
011970         STRING "CASE #" DELIMITED BY SIZE
011980                cstr(cstart:cend) DELIMITED BY SIZE
011990                ": MISMATCH - KEY=" DELIMITED BY SIZE
012000                sc-result DELIMITED BY SIZE
012010                " REPORT=" DELIMITED BY SIZE
012020                sc-our DELIMITED BY SIZE
012030                INTO RESCORE-RECORD
012040         END-STRING
012050     END-IF
012060     IF score-word = "MISSING"
012070         STRING "CASE #" DELIMITED BY SIZE
012080                cstr(cstart:cend) DELIMITED BY SIZE
012090                ": MISSING FROM REPORT - KEY=" DELIMITED BY SIZE
012100                sc-result DELIMITED BY SIZE
012110                INTO RESCORE-RECORD
012120         END-STRING
012130     END-IF
012140     IF score-word = "REPORT-ONLY"
012150         STRING "CASE #" DELIMITED BY SIZE
012160                cstr(cstart:cend) DELIMITED BY SIZE
012170                ": IN REPORT ONLY - NOT IN KEY" DELIMITED BY SIZE
012180                INTO RESCORE-RECORD
012190         END-STRING
012200     END-IF
012210     WRITE RESCORE-RECORD.
012220 5300-EXIT.
012230     EXIT.
012240*----------------------------------------------------------------
012250* 5600-READ-OUR-CASE - the date's next decision off HISTMSTR; the
012260*                      next date ends it.
012270*----------------------------------------------------------------
012280 5600-READ-OUR-CASE.
012290     IF MASTER-EOF
012300         GO TO 5600-EXIT
012310     END-IF
012320     READ HISTORY-MASTER NEXT RECORD
012330         AT END
012340             SET MASTER-EOF TO TRUE
012350             GO TO 5600-EXIT
012360     END-READ
012370     IF history-file-status NOT = "00"
012380         OR HIST-RUN-DATE NOT = key-date
012390         SET MASTER-EOF TO TRUE
012400         GO TO 5600-EXIT
012410     END-IF
012420     MOVE HIST-CASE-NUMBER TO our-case-no
012430     MOVE HIST-RESULT TO our-result.
012440 5600-EXIT.
012450     EXIT.
012460*----------------------------------------------------------------
012470* 5700-WRITE-SCORE-LINE - one revision's score, the GCJSCORE
012480*                         score line with the revision in front;
012490*                         the new revision's also closes RSCFILE
012500*                         just as GCJSCORE closes SCRFILE.
012510*----------------------------------------------------------------
012520 5700-WRITE-SCORE-LINE.
012530     MOVE sc-match-pct TO match-pct-text
012540     MOVE SPACES TO RESCORE-RECORD
012550     STRING "SCORE: MATCH=" DELIMITED BY SIZE
012560            sc-match-count DELIMITED BY SIZE
012570            " MISMATCH=" DELIMITED BY SIZE
012580            sc-mismatch-count DELIMITED BY SIZE
012590            " MISSING=" DELIMITED BY SIZE
012600            sc-missing-count DELIMITED BY SIZE
012610            " REPORT-ONLY=" DELIMITED BY SIZE
012620            sc-rptonly-count DELIMITED BY SIZE
012630            " KEY TOTAL=" DELIMITED BY SIZE
012640            sc-key-count DELIMITED BY SIZE
012650            " PCT=" DELIMITED BY SIZE
012660            match-pct-text DELIMITED BY SIZE
012670            INTO RESCORE-RECORD
012680     END-STRING
012690     IF LISTING-WANTED
012700         WRITE RESCORE-RECORD
012710     END-IF
012720     MOVE score-rev TO fmt-number
012730     PERFORM 2160-FORMAT-REVISION THRU 2160-EXIT
012740     MOVE SPACES TO REVISION-RECORD
012750     STRING "REVISION " DELIMITED BY SIZE
012760            rev-text(rev-start:rev-len) DELIMITED BY SIZE
012770            " " DELIMITED BY SIZE
012780            RESCORE-RECORD DELIMITED BY SIZE
012790            INTO REVISION-RECORD
012800     END-STRING
012810     WRITE REVISION-RECORD.
012820 5700-EXIT.
012830     EXIT.
012840*----------------------------------------------------------------
012850* 5800-WRITE-SCORE-EFFECT - what the key change did to the
012860*                           night's score, each tally signed new
012870*                           less old.
012880*----------------------------------------------------------------
012890 5800-WRITE-SCORE-EFFECT.
012900     COMPUTE match-delta = nw-match-count - pr-match-count
012910     COMPUTE mismatch-delta =
012920         nw-mismatch-count - pr-mismatch-count
012930     COMPUTE missing-delta = nw-missing-count - pr-missing-count
012940     COMPUTE rptonly-delta = nw-rptonly-count - pr-rptonly-count
012950     COMPUTE pct-delta = nw-match-pct - pr-match-pct
012960     MOVE match-delta TO match-delta-text
012970     MOVE mismatch-delta TO mismatch-delta-text
012980     MOVE missing-delta TO missing-delta-text
012990     MOVE rptonly-delta TO rptonly-delta-text
013000     MOVE pct-delta TO pct-delta-text
013010     MOVE SPACES TO REVISION-RECORD
013020     STRING "SCORE EFFECT: MATCH=" DELIMITED BY SIZE
013030            match-delta-text DELIMITED BY SIZE
013040            " MISMATCH=" DELIMITED BY SIZE
013050            mismatch-delta-text DELIMITED BY SIZE
013060            " MISSING=" DELIMITED BY SIZE
013070            missing-delta-text DELIMITED BY SIZE
013080            " REPORT-ONLY=" DELIMITED BY SIZE
013090            rptonly-delta-text DELIMITED BY SIZE
013100            " PCT=" DELIMITED BY SIZE
013110            pct-delta-text DELIMITED BY SIZE
013120            INTO REVISION-RECORD
013130     END-STRING
013140     WRITE REVISION-RECORD.
013150 5800-EXIT.
013160     EXIT.
013170*----------------------------------------------------------------
013180* 6000-UPDATE-DOCKETS - the changed cases against DSPMSTR. Only a
013190*                       case the key now answers and we answered
013200*                       can stand on a docket; what it scores
013210*                       under the new key decides the docket's
013220*                       fate.
013230*----------------------------------------------------------------
013240 6000-UPDATE-DOCKETS.
013250     IF REVISION-REFUSED OR prior-rev = 0
013260         GO TO 6000-EXIT
013270     END-IF
013280     IF NOT DSP-AVAILABLE OR NOT HIST-AVAILABLE
013290         GO TO 6000-EXIT
013300     END-IF
013310     PERFORM 6100-UPDATE-ONE-DOCKET THRU 6100-EXIT
013320         VARYING ct-idx FROM 1 BY 1
013330         UNTIL ct-idx > change-count-tbl.
013340 6000-EXIT.
013350     EXIT.
013360 6100-UPDATE-ONE-DOCKET.
013370     IF ct-now(ct-idx) = SPACES OR ct-our(ct-idx) = SPACES
013380         GO TO 6100-EXIT
013390     END-IF
013400     MOVE key-date TO DSP-RUN-DATE
013410     MOVE ct-case(ct-idx) TO DSP-CASE-NUMBER
013420     READ DISPUTE-MASTER
013430         INVALID KEY
013440             CONTINUE
013450     END-READ
013460     IF ct-now(ct-idx) = ct-our(ct-idx)
013470         PERFORM 6200-KEY-NOW-AGREES THRU 6200-EXIT
013480     ELSE
013490         PERFORM 6300-KEY-NOW-DISAGREES THRU 6300-EXIT
013500     END-IF.
013510 6100-EXIT.
013520     EXIT.
013530*----------------------------------------------------------------
013540* 6200-KEY-NOW-AGREES - an OPEN docket is closed; an APPROVED one
013550*                       is left for the desk, its correction
013560*                       already on its way to the repair pass.
013570*----------------------------------------------------------------
013580 6200-KEY-NOW-AGREES.
013590     IF dispute-file-status NOT = "00"
013600         GO TO 6200-EXIT
013610     END-IF
013620     IF DSP-STATUS = "OPEN"
013630         MOVE "CLOSED" TO DSP-STATUS
013640         MOVE ct-now(ct-idx) TO DSP-KEY-RESULT
013650         REWRITE DOCKET-RECORD
013660         ADD 1 TO closed-count
013670         MOVE "CLOSED - KEY NOW AGREES" TO action-text
013680         PERFORM 6500-WRITE-DOCKET-LINE THRU 6500-EXIT
013690         GO TO 6200-EXIT
013700     END-IF
013710     IF DSP-STATUS = "APPROVED"
013720         ADD 1 TO check-count
013730         MOVE "APPROVED - KEY NOW AGREES, CHECK THE CORRECTION"
013740             TO action-text
013750         PERFORM 6500-WRITE-DOCKET-LINE THRU 6500-EXIT
013760     END-IF.
013770 6200-EXIT.
013780     EXIT.
013790*----------------------------------------------------------------
013800* 6300-KEY-NOW-DISAGREES - no docket yet opens one, pre-filled as
013810*                          GCJDDCK's 3100 does; a CLOSED or
013820*                          RESOLVED docket is reopened; an
013830*                          APPROVED one is left for the desk, as
013840*                          in 6200; a docket still working takes
013850*                          the new answer.
013860*----------------------------------------------------------------
013870 6300-KEY-NOW-DISAGREES.
013880     IF dispute-file-status NOT = "00"
013890         PERFORM 6400-OPEN-NEW-DOCKET THRU 6400-EXIT
013900         GO TO 6300-EXIT
013910     END-IF
013920     IF DSP-STATUS = "CLOSED" OR DSP-STATUS = "RESOLVED"
013930         MOVE "OPEN" TO DSP-STATUS
013940         MOVE ct-now(ct-idx) TO DSP-KEY-RESULT
013950         MOVE ct-our(ct-idx) TO DSP-OUR-RESULT
013960         REWRITE DOCKET-RECORD
013970         ADD 1 TO reopened-count
013980         MOVE "REOPENED - NEWLY MISMATCHING" TO action-text
013990         PERFORM 6500-WRITE-DOCKET-LINE THRU 6500-EXIT
014000         GO TO 6300-EXIT
014010     END-IF
014020     IF DSP-STATUS = "APPROVED"
014030         ADD 1 TO check-count
014040         MOVE "APPROVED - KEY NOW DISAGREES, CHECK THE CORRECTION"
014050             TO action-text
014060         PERFORM 6500-WRITE-DOCKET-LINE THRU 6500-EXIT
014070         GO TO 6300-EXIT
014080     END-IF
014090     MOVE ct-now(ct-idx) TO DSP-KEY-RESULT
014100     REWRITE DOCKET-RECORD
014110     ADD 1 TO updated-count
014120     MOVE "STANDS - KEY ANSWER UPDATED" TO action-text
014130     PERFORM 6500-WRITE-DOCKET-LINE THRU 6500-EXIT.
014140 6300-EXIT.
014150     EXIT.
014160 6400-OPEN-NEW-DOCKET.
014170     MOVE SPACES TO DOCKET-RECORD
014180     MOVE key-date TO DSP-RUN-DATE
014190     MOVE ct-case(ct-idx) TO DSP-CASE-NUMBER
014200     MOVE "OPEN" TO DSP-STATUS
014210     MOVE ct-now(ct-idx) TO DSP-KEY-RESULT
014220     MOVE ct-our(ct-idx) TO DSP-OUR-RESULT
014230     MOVE 0 TO DSP-B
014240     MOVE 0 TO DSP-QUOT
014250     MOVE 0 TO DSP-REM
014260     MOVE 0 TO DSP-W
014270     MOVE SPACE TO DSP-CORR-FLAG
014280     MOVE "N" TO DSP-HIST-FLAG
014290     MOVE SPACES TO DSP-ENTRANT-ID
014300     MOVE key-date TO HIST-RUN-DATE
014310     MOVE ct-case(ct-idx) TO HIST-CASE-NUMBER
014320     READ HISTORY-MASTER
014330         INVALID KEY
014340             CONTINUE
014350     END-READ
014360     IF history-file-status = "00"
014370         MOVE "Y" TO DSP-HIST-FLAG
014380         MOVE HIST-B TO DSP-B
014390         MOVE HIST-QUOT TO DSP-QUOT
014400         MOVE HIST-REM TO DSP-REM
014410         MOVE HIST-W TO DSP-W
014420         MOVE HIST-CORR-FLAG TO DSP-CORR-FLAG
014430         MOVE HIST-ENTRANT-ID TO DSP-ENTRANT-ID
014440     END-IF
014450     WRITE DOCKET-RECORD
014460         INVALID KEY
014470             CONTINUE
014480     END-WRITE
014490     IF dispute-file-status NOT = "00"
014500         GO TO 6400-EXIT
014510     END-IF
014520     ADD 1 TO opened-count
014530     MOVE "OPENED - NEWLY MISMATCHING" TO action-text
014540     PERFORM 6500-WRITE-DOCKET-LINE THRU 6500-EXIT.
014550 6400-EXIT.
014560     EXIT.
014570*----------------------------------------------------------------
014580* 6500-WRITE-DOCKET-LINE - what happened to one docket, in
014590*                          ACTION-TEXT, with the docket as it
014600*                          now stands.
014610*----------------------------------------------------------------
014620 6500-WRITE-DOCKET-LINE.
014630     MOVE DSP-CASE-NUMBER TO fmt-number
014640     PERFORM 2150-FORMAT-CASE-NUMBER THRU 2150-EXIT
014650     MOVE SPACES TO REVISION-RECORD
014660     STRING "DOCKET CASE #" DELIMITED BY SIZE
014670            cstr(cstart:cend) DELIMITED BY SIZE
014680            " " DELIMITED BY SIZE
014690            action-text DELIMITED BY "  "
014700            ": STATUS=" DELIMITED BY SIZE
014710            DSP-STATUS DELIMITED BY SPACE
014720            " KEY=" DELIMITED BY SIZE
014730            DSP-KEY-RESULT DELIMITED BY SIZE
014740            " OURS=" DELIMITED BY SIZE
014750            DSP-OUR-RESULT DELIMITED BY SIZE
014760            " ENTRANT=" DELIMITED BY SIZE
014770            DSP-ENTRANT-ID DELIMITED BY SIZE
014780            INTO REVISION-RECORD
014790     END-STRING
014800     WRITE REVISION-RECORD.
014810 6500-EXIT.
014820     EXIT.
014830*----------------------------------------------------------------
014840* 8000-WRITE-TOTALS - the revision and docket arithmetic and the
014850*                     VERDICT line.
014860*----------------------------------------------------------------
014870 8000-WRITE-TOTALS.
014880     MOVE SPACES TO REVISION-RECORD
014890     STRING "REVISION TOTALS FOR " DELIMITED BY SIZE
014900            key-date DELIMITED BY SIZE
014910            ": REVISION=" DELIMITED BY SIZE
014920            new-rev DELIMITED BY SIZE
014930            " PRIOR=" DELIMITED BY SIZE
014940            prior-rev DELIMITED BY SIZE
014950            " KEY CASES=" DELIMITED BY SIZE
014960            key-line-count DELIMITED BY SIZE
014970            " CHANGED=" DELIMITED BY SIZE
014980            changed-count DELIMITED BY SIZE
014990            " ADDED=" DELIMITED BY SIZE
015000            added-count DELIMITED BY SIZE
015010            " DROPPED=" DELIMITED BY SIZE
015020            dropped-count DELIMITED BY SIZE
015030            INTO REVISION-RECORD
015040     END-STRING
015050     WRITE REVISION-RECORD
015060     MOVE SPACES TO REVISION-RECORD
015070     STRING "DOCKET TOTALS: CLOSED=" DELIMITED BY SIZE
015080            closed-count DELIMITED BY SIZE
015090            " OPENED=" DELIMITED BY SIZE
015100            opened-count DELIMITED BY SIZE
015110            " REOPENED=" DELIMITED BY SIZE
015120            reopened-count DELIMITED BY SIZE
015130            " UPDATED=" DELIMITED BY SIZE
015140            updated-count DELIMITED BY SIZE
015150            " TO-CHECK=" DELIMITED BY SIZE
015160            check-count DELIMITED BY SIZE
015170            " TABLE-OVERFLOW=" DELIMITED BY SIZE
015180            overflow-count DELIMITED BY SIZE
015190            INTO REVISION-RECORD
015200     END-STRING
015210     WRITE REVISION-RECORD
015220     MOVE SPACES TO REVISION-RECORD
015230     IF REVISION-REFUSED
015240         MOVE "VERDICT: NO REVISION STORED" TO REVISION-RECORD
015250         WRITE REVISION-RECORD
015260         MOVE 8 TO RETURN-CODE
015270         GO TO 8000-EXIT
015280     END-IF
015290     PERFORM 8100-BUILD-VERDICT THRU 8100-EXIT
015300     WRITE REVISION-RECORD
015310     IF check-count > 0
015320         MOVE 4 TO RETURN-CODE
015330     END-IF
015340     IF NOT DATE-RESCORED OR store-fail-count > 0
015350         OR overflow-count > 0
015360         MOVE 8 TO RETURN-CODE
015370     END-IF
015380     IF prior-rev > 0 AND NOT DSP-AVAILABLE
015390         MOVE 8 TO RETURN-CODE
015400     END-IF.
015410 8000-EXIT.
015420     EXIT.
015430 8100-BUILD-VERDICT.
015440     MOVE new-rev TO fmt-number
015450     PERFORM 2160-FORMAT-REVISION THRU 2160-EXIT
015460     COMPUTE fmt-number = changed-count + added-count
015470         + dropped-count
015480     PERFORM 2150-FORMAT-CASE-NUMBER THRU 2150-EXIT
015490     MOVE nw-match-pct TO match-pct-text
015500     MOVE pr-match-pct TO prior-pct-text
015510     IF NOT DATE-RESCORED
015520         STRING "VERDICT: REVISION " DELIMITED BY SIZE
015530                rev-text(rev-start:rev-len) DELIMITED BY SIZE
015540                " STORED - " DELIMITED BY SIZE
015550                cstr(cstart:cend) DELIMITED BY SIZE
015560                " CASES CHANGED, DATE NOT RE-SCORED"
015570                DELIMITED BY SIZE
015580                INTO REVISION-RECORD
015590         END-STRING
015600         GO TO 8100-EXIT
015610     END-IF
015620     IF prior-rev = 0
015630         STRING "VERDICT: REVISION " DELIMITED BY SIZE
015640                rev-text(rev-start:rev-len) DELIMITED BY SIZE
015650                " STORED - FIRST KEY FOR THE DATE, SCORE "
015660                DELIMITED BY SIZE
015670                match-pct-text DELIMITED BY SIZE
015680                INTO REVISION-RECORD
015690         END-STRING
015700         GO TO 8100-EXIT
015710     END-IF
015720     STRING "VERDICT: REVISION " DELIMITED BY SIZE
015730            rev-text(rev-start:rev-len) DELIMITED BY SIZE
015740            " STORED - " DELIMITED BY SIZE
015750            cstr(cstart:cend) DELIMITED BY SIZE
015760            " CASES CHANGED, SCORE " DELIMITED BY SIZE
015770            prior-pct-text DELIMITED BY SIZE
015780            " -> " DELIMITED BY SIZE
015790            match-pct-text DELIMITED BY SIZE
015800            INTO REVISION-RECORD
015810     END-STRING.
015820 8100-EXIT.
015830     EXIT.
015840*----------------------------------------------------------------
015850* 9000-TERMINATE - close out the datasets.
015860*----------------------------------------------------------------
015870 9000-TERMINATE.
015880     IF KH-AVAILABLE
015890         CLOSE KEY-HISTORY
015900     END-IF
015910     IF HIST-AVAILABLE
015920         CLOSE HISTORY-MASTER
015930     END-IF
015940     IF DSP-AVAILABLE
015950         CLOSE DISPUTE-MASTER
015960     END-IF
015970     CLOSE RESCORE-FILE
015980     CLOSE REVISION-REPORT.
015990 9000-EXIT.
016000     EXIT.
