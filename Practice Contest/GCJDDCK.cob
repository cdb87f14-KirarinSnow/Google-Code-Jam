000200* Comments: The docket master is the yellow-sticky drawer made a
000210*           dataset: keyed on run date plus case number like
000220*           HISTMSTR, one docket per disputed case, status OPEN
000230*           then APPROVED then RESOLVED, or CLOSED where GCJKREV
000240*           finds a reissued key agreeing with us. The repair
000250*           pass is fed from CORFILE as generated here, so what
000260*           reaches 3400-READ-CORRECTION was typed once, onto an
000270*           approval card against a standing docket - not
000280*           free-typed into CORFILE. An approval card with no
000290*           OPEN docket behind it is listed and ignored;
000300*           cards must arrive in ascending case order because
000310*           that is the order the repair pass consumes CORFILE
000320*           in. A mismatch with no HISTMSTR record still opens
000330*           its docket, flagged NO HISTORY, with zeros where
000340*           the decision record would be.
000350*
000360* Modification History:
000370* DATE       INIT  DESCRIPTION
000380* 2026-09-02 KS    New program - dispute dockets built from
000390*                    SCRFILE mismatches with the decision record
000400*                    pre-filled off HISTMSTR, approvals feeding
000410*                    the repair pass through CORFILE, and a
000420*                    status trail that finally answers "which
000430*                    mismatches are still open".
000440* 2026-09-02 KS    GCJ_DSP_DATE now comes off the PARMFILE card
000450*                    deck GCJPVAL validates, not the step
000460*                    environment.
000470* 2026-09-02 KS    A docket master that won't open now also
000480*                    skips the sweep/report pass - START and
000490*                    READ NEXT raise file statuses there, not
000500*                    invalid-key or AT END, and the unchecked
000510*                    loop wrote DSPRPT lines forever. Statuses
000520*                    are now checked after both verbs.
000530* 2026-10-15 KS    Dockets GCJKREV has CLOSED are now tallied in
000540*                    the sweep and shown as CLOSED= on the STILL
000550*                    ON MASTER line, so the line accounts for
000560*                    every docket on the date.
000570
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID. GCJDDCK.
000600 AUTHOR. KirarinSnow.
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT SCORE-FILE ASSIGN TO "SCRFILE"
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT HISTORY-MASTER ASSIGN TO "HISTMSTR"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS HIST-KEY
000700         ALTERNATE RECORD KEY IS HIST-CASE-NUMBER
000710             WITH DUPLICATES
000720         FILE STATUS IS history-file-status.
000730     SELECT DISPUTE-MASTER ASSIGN TO "DSPMSTR"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS DSP-KEY
000770         FILE STATUS IS dispute-file-status.
000780     SELECT APPROVAL-FILE ASSIGN TO "APPFILE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS approval-file-status.
000810     SELECT CORRECTION-FILE ASSIGN TO "CORFILE"
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830     SELECT DOCKET-REPORT ASSIGN TO "DSPRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS parm-file-status.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  SCORE-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORDING MODE IS F.
000930 01  SCORE-RECORD         PIC X(132).
000940 FD  HISTORY-MASTER
000950     LABEL RECORDS ARE STANDARD
000960     RECORDING MODE IS F.
000970 01  HIST-RECORD.
000980     05  HIST-KEY.
000990         10  HIST-RUN-DATE    PIC 9(8).
001000         10  HIST-CASE-NUMBER PIC 9(9).
001010     05  HIST-B               PIC 9(9).
001020     05  HIST-QUOT            PIC 9(9).
001030     05  HIST-REM             PIC 9(9).
001040     05  HIST-RESULT          PIC X(5).
001050     05  HIST-CORR-FLAG       PIC X(01).
001060     05  HIST-ENTRANT-ID      PIC X(08).
001070     05  HIST-W               PIC 9(9).
001080     05  FILLER               PIC X(05).
001090 FD  DISPUTE-MASTER
001100     LABEL RECORDS ARE STANDARD
001110     RECORDING MODE IS F.
001120 01  DOCKET-RECORD.
001130     05  DSP-KEY.
001140         10  DSP-RUN-DATE     PIC 9(8).
001150         10  DSP-CASE-NUMBER  PIC 9(9).
001160     05  DSP-STATUS           PIC X(8).
001170         88  DSP-CLOSED               VALUE "CLOSED".
001180     05  DSP-KEY-RESULT       PIC X(5).
001190     05  DSP-OUR-RESULT       PIC X(5).
001200     05  DSP-B                PIC 9(9).
001210     05  DSP-QUOT             PIC 9(9).
001220     05  DSP-REM              PIC 9(9).
001230     05  DSP-W                PIC 9(9).
001240     05  DSP-CORR-FLAG        PIC X(01).
001250     05  DSP-HIST-FLAG        PIC X(01).
001260     05  DSP-ENTRANT-ID       PIC X(8).
001270     05  FILLER               PIC X(09).
001280 FD  APPROVAL-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORDING MODE IS F.
001310 01  APPROVAL-RECORD      PIC X(120).
001320 FD  CORRECTION-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORDING MODE IS F.
001350 01  CORRECTION-RECORD    PIC X(120).
001360 FD  DOCKET-REPORT
001370     LABEL RECORDS ARE STANDARD
001380     RECORDING MODE IS F.
001390 01  DOCKET-REPORT-REC    PIC X(160).
001400 FD  PARM-FILE
001410     LABEL RECORDS ARE STANDARD
001420     RECORDING MODE IS F.
001430 01  PARM-RECORD          PIC X(80).
001440 WORKING-STORAGE SECTION.
001450 77  history-file-status  PIC X(02).
001460 77  dispute-file-status  PIC X(02).
001470 77  approval-file-status PIC X(02).
001480 77  parm-file-status     PIC X(02).
001490 77  parm-max             PIC 9(9)  VALUE 30.
001500 77  mismatch-max         PIC 9(9)  VALUE 500.
001510 01  SWITCHES.
001520     05  SCORE-EOF-SW     PIC X(01)  VALUE "N".
001530         88  SCORE-EOF               VALUE "Y".
001540     05  APPR-EOF-SW      PIC X(01)  VALUE "N".
001550         88  APPR-EOF                VALUE "Y".
001560     05  DOCKET-EOF-SW    PIC X(01)  VALUE "N".
001570         88  DOCKET-EOF              VALUE "Y".
001580     05  MM-FOUND-SW      PIC X(01)  VALUE "N".
001590         88  MM-FOUND                VALUE "Y".
001600     05  HIST-AVAIL-SW    PIC X(01)  VALUE "N".
001610         88  HIST-AVAILABLE          VALUE "Y".
001620     05  DSP-AVAIL-SW     PIC X(01)  VALUE "N".
001630         88  DSP-AVAILABLE           VALUE "Y".
001640     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
001650         88  PARM-EOF                VALUE "Y".
001660     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
001670         88  PARM-FOUND              VALUE "Y".
001680 01  env-text         PIC X(9).
001690 01  parm-count       PIC 9(9)  VALUE ZERO.
001700 01  PARM-TABLE.
001710     05  PARM-ENTRY OCCURS 30 TIMES.
001720         10  pf-key       PIC X(20).
001730         10  pf-value     PIC X(20).
001740 01  parm-idx         PIC 9(9).
001750 01  parm-name        PIC X(20).
001760 01  parm-token-start PIC 9(9).
001770 01  token-len        PIC 9(9).
001780 01  token-start      PIC 9(9).
001790 01  case-text        PIC X(9)  JUSTIFIED RIGHT.
001800 01  ln               PIC X(132).
001810 01  dsp-date         PIC 9(8).
001820 01  mm-case-no       PIC 9(9).
001830 01  mm-key-result    PIC X(5).
001840 01  mm-our-result    PIC X(5).
001850 01  appr-case-no     PIC 9(9).
001860 01  fmt-number       PIC 9(9).
001870 01  cstr             PIC X(9).
001880 01  cstart           PIC 9(9).
001890 01  cend             PIC 9(9).
001900 01  mismatch-count   PIC 9(9)  VALUE ZERO.
001910 01  opened-count     PIC 9(9)  VALUE ZERO.
001920 01  standing-count   PIC 9(9)  VALUE ZERO.
001930 01  approved-count   PIC 9(9)  VALUE ZERO.
001940 01  resolved-count   PIC 9(9)  VALUE ZERO.
001950 01  badcard-count    PIC 9(9)  VALUE ZERO.
001960 01  overflow-count   PIC 9(9)  VALUE ZERO.
001970 01  open-left-count  PIC 9(9)  VALUE ZERO.
001980 01  appr-left-count  PIC 9(9)  VALUE ZERO.
001990 01  resv-left-count  PIC 9(9)  VALUE ZERO.
002000 01  clsd-left-count  PIC 9(9)  VALUE ZERO.
002010*    Tonight's mismatch list off SCRFILE - disputes run to
002020*    dozens, not thousands, so a fixed table holds them; a day
002030*    past the table is counted on the report, never half-
002040*    docketed in silence.
002050 01  mismatch-count-tbl PIC 9(9) VALUE ZERO.
002060 01  MISMATCH-TABLE.
002070     05  MISMATCH-ENTRY OCCURS 500 TIMES.
002080         10  mm-tbl-case  PIC 9(9).
002090         10  mm-tbl-key   PIC X(5).
002100         10  mm-tbl-our   PIC X(5).
002110 01  mm-idx           PIC 9(9).
002120 PROCEDURE DIVISION.
002130 0000-MAINLINE.
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002150     PERFORM 2000-LOAD-MISMATCHES THRU 2000-EXIT
002160     PERFORM 3000-OPEN-DOCKETS THRU 3000-EXIT
002170     PERFORM 4000-APPLY-APPROVALS THRU 4000-EXIT
002180     PERFORM 5000-SWEEP-AND-REPORT THRU 5000-EXIT
002190     PERFORM 2900-WRITE-DOCKET-TOTALS THRU 2900-EXIT
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT
002210     STOP RUN.
002220*----------------------------------------------------------------
002230* 1000-INITIALIZE - pick up the docket date, open the datasets.
002240*                   A docket master that isn't cataloged yet is
002250*                   created on the spot, same first-night
002260*                   treatment GCJHLOAD gives HISTMSTR. A history
002270*                   master that won't open doesn't stop the
002280*                   docketing - dockets open flagged NO HISTORY
002290*                   and the pre-fill waits for the desk.
002300*----------------------------------------------------------------
002310 1000-INITIALIZE.
002320     ACCEPT dsp-date FROM DATE YYYYMMDD
002330     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
002340     MOVE "GCJ_DSP_DATE" TO parm-name
002350     PERFORM 1820-GET-PARM THRU 1820-EXIT
002360     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
002370         MOVE env-text(1:8) TO dsp-date
002380     END-IF
002390     OPEN INPUT SCORE-FILE
002400     OPEN OUTPUT CORRECTION-FILE
002410     OPEN OUTPUT DOCKET-REPORT
002420     OPEN INPUT HISTORY-MASTER
002430     IF history-file-status = "00"
002440         SET HIST-AVAILABLE TO TRUE
002450     ELSE
002460         MOVE SPACES TO DOCKET-REPORT-REC
002470         STRING "HISTORY MASTER UNAVAILABLE - STATUS="
002480                DELIMITED BY SIZE
002490                history-file-status DELIMITED BY SIZE
002500                " - DOCKETS OPEN WITHOUT PRE-FILL"
002510                DELIMITED BY SIZE
002520                INTO DOCKET-REPORT-REC
002530         END-STRING
002540         WRITE DOCKET-REPORT-REC
002550     END-IF
002560     OPEN I-O DISPUTE-MASTER
002570     IF dispute-file-status = "35"
002580         OPEN OUTPUT DISPUTE-MASTER
002590         CLOSE DISPUTE-MASTER
002600         OPEN I-O DISPUTE-MASTER
002610     END-IF
002620     IF dispute-file-status = "00"
002630         SET DSP-AVAILABLE TO TRUE
002640     ELSE
002650         MOVE SPACES TO DOCKET-REPORT-REC
002660         STRING "DOCKET MASTER UNAVAILABLE - STATUS="
002670                DELIMITED BY SIZE
002680                dispute-file-status DELIMITED BY SIZE
002690                " - NOTHING DOCKETED" DELIMITED BY SIZE
002700                INTO DOCKET-REPORT-REC
002710         END-STRING
002720         WRITE DOCKET-REPORT-REC
002730         SET SCORE-EOF TO TRUE
002740         SET APPR-EOF TO TRUE
002750     END-IF.
002760 1000-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
002800*                       table, one "KEYWORD VALUE" card per
002810*                       record, blank and *-comment cards passed
002820*                       by; a deck that isn't cataloged leaves
002830*                       every parameter at its default. Same
002840*                       deck-and-lookup shape as GCJ's.
002850*----------------------------------------------------------------
002860 1800-LOAD-PARM-FILE.
002870     MOVE 0 TO parm-count
002880     MOVE "N" TO PARM-EOF-SW
002890     OPEN INPUT PARM-FILE
002900     IF parm-file-status NOT = "00"
002910         GO TO 1800-EXIT
002920     END-IF
002930     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
002940         UNTIL PARM-EOF
002950     CLOSE PARM-FILE.
002960 1800-EXIT.
002970     EXIT.
002980 1810-LOAD-ONE-PARM.
002990     READ PARM-FILE
003000         AT END
003010             SET PARM-EOF TO TRUE
003020             GO TO 1810-EXIT
003030     END-READ
003040     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
003050         GO TO 1810-EXIT
003060     END-IF
003070     IF parm-count NOT < parm-max
003080         GO TO 1810-EXIT
003090     END-IF
003100     MOVE 0 TO token-len
003110     INSPECT PARM-RECORD TALLYING token-len
003120         FOR CHARACTERS BEFORE INITIAL SPACE
003130     IF token-len = 0 OR token-len > 20
003140         GO TO 1810-EXIT
003150     END-IF
003160     ADD 1 TO parm-count
003170     MOVE SPACES TO pf-key(parm-count)
003180     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
003190     MOVE SPACES TO pf-value(parm-count)
003200     COMPUTE parm-token-start = token-len + 2
003210     IF parm-token-start > 80
003220         GO TO 1810-EXIT
003230     END-IF
003240     MOVE 0 TO token-len
003250     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
003260         FOR CHARACTERS BEFORE INITIAL SPACE
003270     IF token-len = 0 OR token-len > 20
003280         GO TO 1810-EXIT
003290     END-IF
003300     MOVE PARM-RECORD(parm-token-start:token-len)
003310         TO pf-value(parm-count).
003320 1810-EXIT.
003330     EXIT.
003340*----------------------------------------------------------------
003350* 1820-GET-PARM - the card PARM-NAME names, its value into
003360*                 ENV-TEXT; spaces when the deck doesn't carry
003370*                 it.
003380*----------------------------------------------------------------
003390 1820-GET-PARM.
003400     MOVE SPACES TO env-text
003410     MOVE "N" TO PARM-FOUND-SW
003420     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
003430         VARYING parm-idx FROM 1 BY 1
003440         UNTIL PARM-FOUND OR parm-idx > parm-count.
003450 1820-EXIT.
003460     EXIT.
003470 1830-MATCH-ONE-PARM.
003480     IF pf-key(parm-idx) = parm-name
003490         SET PARM-FOUND TO TRUE
003500         MOVE pf-value(parm-idx) TO env-text
003510     END-IF.
003520 1830-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------
003550* 2000-LOAD-MISMATCHES - tonight's MISMATCH case numbers off
003560*                        SCRFILE into the table.
003570*----------------------------------------------------------------
003580 2000-LOAD-MISMATCHES.
003590     PERFORM 2100-LOAD-ONE-MISMATCH THRU 2100-EXIT
003600         UNTIL SCORE-EOF.
003610 2000-EXIT.
003620     EXIT.
003630 2100-LOAD-ONE-MISMATCH.
003640     READ SCORE-FILE
003650         AT END
003660             SET SCORE-EOF TO TRUE
003670             GO TO 2100-EXIT
003680     END-READ
003690     MOVE SCORE-RECORD TO ln
003700     PERFORM 2200-PARSE-MISMATCH-LINE THRU 2200-EXIT
003710     IF NOT MM-FOUND
003720         GO TO 2100-EXIT
003730     END-IF
003740     ADD 1 TO mismatch-count
003750     IF mismatch-count-tbl NOT < mismatch-max
003760         ADD 1 TO overflow-count
003770         GO TO 2100-EXIT
003780     END-IF
003790     ADD 1 TO mismatch-count-tbl
003800     MOVE mm-case-no TO mm-tbl-case(mismatch-count-tbl)
003810     MOVE mm-key-result TO mm-tbl-key(mismatch-count-tbl)
003820     MOVE mm-our-result TO mm-tbl-our(mismatch-count-tbl).
003830 2100-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860* 2200-PARSE-MISMATCH-LINE - one SCRFILE line; only the MISMATCH
003870*                            shape GCJSCORE's 2110 strings sets
003880*                            MM-FOUND: CASE #, the case number,
003890*                            ": MISMATCH - KEY=" and the two
003900*                            5-byte answers.
003910*----------------------------------------------------------------
003920 2200-PARSE-MISMATCH-LINE.
003930     MOVE "N" TO MM-FOUND-SW
003940     IF ln(1:6) NOT = "CASE #"
003950         GO TO 2200-EXIT
003960     END-IF
003970     MOVE 0 TO token-len
003980     INSPECT ln(7:) TALLYING token-len
003990         FOR CHARACTERS BEFORE INITIAL ":"
004000     IF token-len = 0 OR token-len > 9
004010         GO TO 2200-EXIT
004020     END-IF
004030     IF ln(7:token-len) IS NOT NUMERIC
004040         GO TO 2200-EXIT
004050     END-IF
004060     MOVE ln(7:token-len) TO case-text
004070     MOVE case-text TO mm-case-no
004080     COMPUTE token-start = 7 + token-len
004090     IF ln(token-start:17) NOT = ": MISMATCH - KEY="
004100         GO TO 2200-EXIT
004110     END-IF
004120     ADD 17 TO token-start
004130     MOVE ln(token-start:5) TO mm-key-result
004140     ADD 5 TO token-start
004150     IF ln(token-start:8) NOT = " REPORT="
004160         GO TO 2200-EXIT
004170     END-IF
004180     ADD 8 TO token-start
004190     MOVE ln(token-start:5) TO mm-our-result
004200     SET MM-FOUND TO TRUE.
004210 2200-EXIT.
004220     EXIT.
004230*----------------------------------------------------------------
004240* 3000-OPEN-DOCKETS - one docket per tabled mismatch, pre-filled
004250*                     off HISTMSTR. A docket already on the
004260*                     master (last night's, still working its way
004270*                     through) stands as it is.
004280*----------------------------------------------------------------
004290 3000-OPEN-DOCKETS.
004300     PERFORM 3100-OPEN-ONE-DOCKET THRU 3100-EXIT
004310         VARYING mm-idx FROM 1 BY 1
004320         UNTIL mm-idx > mismatch-count-tbl.
004330 3000-EXIT.
004340     EXIT.
004350 3100-OPEN-ONE-DOCKET.
004360     MOVE dsp-date TO DSP-RUN-DATE
004370     MOVE mm-tbl-case(mm-idx) TO DSP-CASE-NUMBER
004380     READ DISPUTE-MASTER
004390         INVALID KEY
004400             CONTINUE
004410     END-READ
004420     IF dispute-file-status = "00"
004430         ADD 1 TO standing-count
004440         GO TO 3100-EXIT
004450     END-IF
004460     MOVE SPACES TO DOCKET-RECORD
004470     MOVE dsp-date TO DSP-RUN-DATE
004480     MOVE mm-tbl-case(mm-idx) TO DSP-CASE-NUMBER
004490     MOVE "OPEN" TO DSP-STATUS
004500     MOVE mm-tbl-key(mm-idx) TO DSP-KEY-RESULT
004510     MOVE mm-tbl-our(mm-idx) TO DSP-OUR-RESULT
004520     MOVE 0 TO DSP-B
004530     MOVE 0 TO DSP-QUOT
004540     MOVE 0 TO DSP-REM
004550     MOVE 0 TO DSP-W
004560     MOVE SPACE TO DSP-CORR-FLAG
004570     MOVE "N" TO DSP-HIST-FLAG
004580     MOVE SPACES TO DSP-ENTRANT-ID
004590     PERFORM 3200-PREFILL-FROM-HISTORY THRU 3200-EXIT
004600     WRITE DOCKET-RECORD
004610     IF dispute-file-status = "00"
004620         ADD 1 TO opened-count
004630     END-IF.
004640 3100-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670* 3200-PREFILL-FROM-HISTORY - the decision record for the docket
004680*                             date and case off HISTMSTR: the
004690*                             B/QUOT/REM/W arithmetic, the CORR
004700*                             flag and the entrant. The two
004710*                             answers came off the score line.
004720*----------------------------------------------------------------
004730 3200-PREFILL-FROM-HISTORY.
004740     IF NOT HIST-AVAILABLE
004750         GO TO 3200-EXIT
004760     END-IF
004770     MOVE dsp-date TO HIST-RUN-DATE
004780     MOVE DSP-CASE-NUMBER TO HIST-CASE-NUMBER
004790     READ HISTORY-MASTER
004800         INVALID KEY
004810             GO TO 3200-EXIT
004820     END-READ
004830     IF history-file-status NOT = "00"
004840         GO TO 3200-EXIT
004850     END-IF
004860     MOVE "Y" TO DSP-HIST-FLAG
004870     MOVE HIST-B TO DSP-B
004880     MOVE HIST-QUOT TO DSP-QUOT
004890     MOVE HIST-REM TO DSP-REM
004900     MOVE HIST-W TO DSP-W
004910     MOVE HIST-CORR-FLAG TO DSP-CORR-FLAG
004920     MOVE HIST-ENTRANT-ID TO DSP-ENTRANT-ID.
004930 3200-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------
004960* 4000-APPLY-APPROVALS - approval cards against standing dockets.
004970*                        APPFILE is optional - no cards cataloged
004980*                        is simply a night with nothing approved.
004990*----------------------------------------------------------------
005000 4000-APPLY-APPROVALS.
005010     IF APPR-EOF
005020         GO TO 4000-EXIT
005030     END-IF
005040     OPEN INPUT APPROVAL-FILE
005050     IF approval-file-status NOT = "00"
005060         SET APPR-EOF TO TRUE
005070         GO TO 4000-EXIT
005080     END-IF
005090     PERFORM 4100-APPLY-ONE-APPROVAL THRU 4100-EXIT
005100         UNTIL APPR-EOF
005110     CLOSE APPROVAL-FILE.
005120 4000-EXIT.
005130     EXIT.
005140 4100-APPLY-ONE-APPROVAL.
005150     READ APPROVAL-FILE
005160         AT END
005170             SET APPR-EOF TO TRUE
005180             GO TO 4100-EXIT
005190     END-READ
005200     MOVE 0 TO token-len
005210     INSPECT APPROVAL-RECORD TALLYING token-len
005220         FOR CHARACTERS BEFORE INITIAL SPACE
005230     IF token-len = 0 OR token-len > 9
005240         PERFORM 4200-LIST-BAD-CARD THRU 4200-EXIT
005250         GO TO 4100-EXIT
005260     END-IF
005270     IF APPROVAL-RECORD(1:token-len) IS NOT NUMERIC
005280         PERFORM 4200-LIST-BAD-CARD THRU 4200-EXIT
005290         GO TO 4100-EXIT
005300     END-IF
005310     MOVE APPROVAL-RECORD(1:token-len) TO case-text
005320     MOVE case-text TO appr-case-no
005330     IF appr-case-no = 0
005340         PERFORM 4200-LIST-BAD-CARD THRU 4200-EXIT
005350         GO TO 4100-EXIT
005360     END-IF
005370     MOVE dsp-date TO DSP-RUN-DATE
005380     MOVE appr-case-no TO DSP-CASE-NUMBER
005390     READ DISPUTE-MASTER
005400         INVALID KEY
005410             PERFORM 4200-LIST-BAD-CARD THRU 4200-EXIT
005420             GO TO 4100-EXIT
005430     END-READ
005440     IF DSP-STATUS NOT = "OPEN"
005450         PERFORM 4200-LIST-BAD-CARD THRU 4200-EXIT
005460         GO TO 4100-EXIT
005470     END-IF
005480     MOVE APPROVAL-RECORD TO CORRECTION-RECORD
005490     WRITE CORRECTION-RECORD
005500     MOVE "APPROVED" TO DSP-STATUS
005510     REWRITE DOCKET-RECORD
005520     ADD 1 TO approved-count.
005530 4100-EXIT.
005540     EXIT.
005550 4200-LIST-BAD-CARD.
005560     ADD 1 TO badcard-count
005570     MOVE SPACES TO DOCKET-REPORT-REC
005580     STRING "APPROVAL CARD NOT APPLIED - NO OPEN DOCKET OR BAD "
005590            DELIMITED BY SIZE
005600            "CARD: " DELIMITED BY SIZE
005610            APPROVAL-RECORD(1:99) DELIMITED BY SIZE
005620            INTO DOCKET-REPORT-REC
005630     END-STRING
005640     WRITE DOCKET-REPORT-REC.
005650 4200-EXIT.
005660     EXIT.
005670*----------------------------------------------------------------
005680* 5000-SWEEP-AND-REPORT - every docket for the date onto DSPRPT,
005690*                         moving an APPROVED docket whose case no
005700*                         longer mismatches tonight to RESOLVED -
005710*                         the repair pass re-decided it and the
005720*                         rescore came back clean.
005730*----------------------------------------------------------------
005740 5000-SWEEP-AND-REPORT.
005750*    No sweep against a master that never opened - a START on
005760*    the unopened file raises a status, not an invalid key, and
005770*    an unchecked READ NEXT after it would loop forever.
005780     IF NOT DSP-AVAILABLE
005790         GO TO 5000-EXIT
005800     END-IF
005810     MOVE dsp-date TO DSP-RUN-DATE
005820     MOVE 0 TO DSP-CASE-NUMBER
005830     START DISPUTE-MASTER KEY NOT < DSP-KEY
005840         INVALID KEY
005850             SET DOCKET-EOF TO TRUE
005860     END-START
005870     IF dispute-file-status NOT = "00"
005880         SET DOCKET-EOF TO TRUE
005890     END-IF
005900     PERFORM 5100-SWEEP-ONE-DOCKET THRU 5100-EXIT
005910         UNTIL DOCKET-EOF.
005920 5000-EXIT.
005930     EXIT.
005940 5100-SWEEP-ONE-DOCKET.
005950     READ DISPUTE-MASTER NEXT RECORD
005960         AT END
005970             SET DOCKET-EOF TO TRUE
005980             GO TO 5100-EXIT
005990     END-READ
006000     IF dispute-file-status NOT = "00"
006010         SET DOCKET-EOF TO TRUE
006020         GO TO 5100-EXIT
006030     END-IF
006040     IF DSP-RUN-DATE NOT = dsp-date
006050         SET DOCKET-EOF TO TRUE
006060         GO TO 5100-EXIT
006070     END-IF
006080     IF DSP-STATUS = "APPROVED"
006090         PERFORM 5200-RESOLVE-IF-CLEAN THRU 5200-EXIT
006100     END-IF
006110     IF DSP-STATUS = "OPEN"
006120         ADD 1 TO open-left-count
006130     END-IF
006140     IF DSP-STATUS = "APPROVED"
006150         ADD 1 TO appr-left-count
006160     END-IF
006170     IF DSP-STATUS = "RESOLVED"
006180         ADD 1 TO resv-left-count
006190     END-IF
006200     IF DSP-CLOSED
006210         ADD 1 TO clsd-left-count
006220     END-IF
006230     PERFORM 5300-WRITE-DOCKET-LINE THRU 5300-EXIT.
006240 5100-EXIT.
006250     EXIT.
006260 5200-RESOLVE-IF-CLEAN.
006270     MOVE "N" TO MM-FOUND-SW
006280     PERFORM 5210-MATCH-MISMATCH THRU 5210-EXIT
006290         VARYING mm-idx FROM 1 BY 1
006300         UNTIL MM-FOUND OR mm-idx > mismatch-count-tbl
006310     IF MM-FOUND
006320         GO TO 5200-EXIT
006330     END-IF
006340     MOVE "RESOLVED" TO DSP-STATUS
006350     REWRITE DOCKET-RECORD
006360     ADD 1 TO resolved-count.
006370 5200-EXIT.
006380     EXIT.
006390 5210-MATCH-MISMATCH.
006400     IF mm-tbl-case(mm-idx) = DSP-CASE-NUMBER
006410         SET MM-FOUND TO TRUE
006420     END-IF.
006430 5210-EXIT.
006440     EXIT.
006450 5300-WRITE-DOCKET-LINE.
006460     MOVE DSP-CASE-NUMBER TO fmt-number
006470     PERFORM 2150-FORMAT-CASE-NUMBER THRU 2150-EXIT
006480     MOVE SPACES TO DOCKET-REPORT-REC
006490     STRING "DOCKET CASE #" DELIMITED BY SIZE
006500            cstr(cstart:cend) DELIMITED BY SIZE
006510            " STATUS=" DELIMITED BY SIZE
006520            DSP-STATUS DELIMITED BY SIZE
006530            " KEY=" DELIMITED BY SIZE
006540            DSP-KEY-RESULT DELIMITED BY SIZE
006550            " OURS=" DELIMITED BY SIZE
006560            DSP-OUR-RESULT DELIMITED BY SIZE
006570            " B=" DELIMITED BY SIZE
006580            DSP-B DELIMITED BY SIZE
006590            " QUOT=" DELIMITED BY SIZE
006600            DSP-QUOT DELIMITED BY SIZE
006610            " REM=" DELIMITED BY SIZE
006620            DSP-REM DELIMITED BY SIZE
006630            " W=" DELIMITED BY SIZE
006640            DSP-W DELIMITED BY SIZE
006650            " CORR=" DELIMITED BY SIZE
006660            DSP-CORR-FLAG DELIMITED BY SIZE
006670            " HIST=" DELIMITED BY SIZE
006680            DSP-HIST-FLAG DELIMITED BY SIZE
006690            " ENTRANT=" DELIMITED BY SIZE
006700            DSP-ENTRANT-ID DELIMITED BY SIZE
006710            INTO DOCKET-REPORT-REC
006720     END-STRING
006730     WRITE DOCKET-REPORT-REC.
006740 5300-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770* 2150-FORMAT-CASE-NUMBER - build the un-padded digit string for
006780*                           a "CASE #" label out of FMT-NUMBER,
006790*                           same technique as GCJ.
006800*----------------------------------------------------------------
006810 2150-FORMAT-CASE-NUMBER.
006820     MOVE fmt-number TO cstr
006830     MOVE 1 TO cstart
006840     INSPECT fmt-number TALLYING cstart FOR LEADING ZEROS
006850     SUBTRACT cstart FROM 10 GIVING cend.
006860 2150-EXIT.
006870     EXIT.
006880*----------------------------------------------------------------
006890* 2900-WRITE-DOCKET-TOTALS - the night's docket arithmetic.
006900*----------------------------------------------------------------
006910 2900-WRITE-DOCKET-TOTALS.
006920     MOVE SPACES TO DOCKET-REPORT-REC
006930     STRING "DOCKET TOTALS FOR " DELIMITED BY SIZE
006940            dsp-date DELIMITED BY SIZE
006950            ": MISMATCHES=" DELIMITED BY SIZE
006960            mismatch-count DELIMITED BY SIZE
006970            " OPENED=" DELIMITED BY SIZE
006980            opened-count DELIMITED BY SIZE
006990            " STANDING=" DELIMITED BY SIZE
007000            standing-count DELIMITED BY SIZE
007010            " APPROVED=" DELIMITED BY SIZE
007020            approved-count DELIMITED BY SIZE
007030            " RESOLVED=" DELIMITED BY SIZE
007040            resolved-count DELIMITED BY SIZE
007050            INTO DOCKET-REPORT-REC
007060     END-STRING
007070     WRITE DOCKET-REPORT-REC
007080     MOVE SPACES TO DOCKET-REPORT-REC
007090     STRING "STILL ON MASTER: OPEN=" DELIMITED BY SIZE
007100            open-left-count DELIMITED BY SIZE
007110            " APPROVED=" DELIMITED BY SIZE
007120            appr-left-count DELIMITED BY SIZE
007130            " RESOLVED=" DELIMITED BY SIZE
007140            resv-left-count DELIMITED BY SIZE
007150            " CLOSED=" DELIMITED BY SIZE
007160            clsd-left-count DELIMITED BY SIZE
007170            " BAD-CARDS=" DELIMITED BY SIZE
007180            badcard-count DELIMITED BY SIZE
007190            " TABLE-OVERFLOW=" DELIMITED BY SIZE
007200            overflow-count DELIMITED BY SIZE
007210            INTO DOCKET-REPORT-REC
007220     END-STRING
007230     WRITE DOCKET-REPORT-REC.
007240 2900-EXIT.
007250     EXIT.
007260*----------------------------------------------------------------
007270* 9000-TERMINATE - close out the datasets.
007280*----------------------------------------------------------------
007290 9000-TERMINATE.
007300     CLOSE SCORE-FILE
007310     IF HIST-AVAILABLE
007320         CLOSE HISTORY-MASTER
007330     END-IF
007340     IF DSP-AVAILABLE
007350         CLOSE DISPUTE-MASTER
007360     END-IF
007370     CLOSE CORRECTION-FILE
007380     CLOSE DOCKET-REPORT.
007390 9000-EXIT.
007400     EXIT.
