000330* 2026-09-02 KS    GCJ_RC_MODE now also takes STREAM - the mode
000340*                    each stream step of a partitioned night
000350*                    starts the run-control guard under.
000360* 2026-10-15 KS    GCJ_VFY_FROM_DATE and GCJ_VFY_TO_DATE join the
000370*                    deck - the date range GCJVRFY re-derives
000380*                    the decision trail over.
000390* 2026-10-15 KS    GCJ_HR_FUNCTION joins the deck - UNLOAD,
000400*                    RELOAD or ROLLFWD, the step GCJHRCV runs
000410*                    against HISTMSTR.
000420* 2026-10-15 KS    GCJ_CAL_TOL_PCT joins the deck - the
000430*                    case-volume shortfall GCJCREC lets
000440*                    a scheduled session run before it
000450*                    flags it.
000460* 2026-10-15 KS    GCJ_XR_FROM_DATE and GCJ_XR_TO_DATE join the
000470*                    deck - the date range GCJXREC reconciles
000480*                    RUNSTATS, HISTMSTR and ARCLOG over.
000490* 2026-10-15 KS    GCJ_SP_WINDOW_MIN and GCJ_SP_CASE_RATE join the
000500*                    deck - the batch window and the per-stream
000510*                    decide rate GCJSPLN plans the stream count
000520*                    against.
000530* 2026-10-15 KS    GCJ_KEY_DATE joins the deck - the run date a
000540*                    KEYFILE handed to GCJKREV belongs to.
000550
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. GCJPVAL.
000580 AUTHOR. KirarinSnow.
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS parm-file-status.
000650     SELECT PARM-LOG ASSIGN TO "PRMLOG"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PARM-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORDING MODE IS F.
000720 01  PARM-RECORD          PIC X(80).
000730 FD  PARM-LOG
000740     LABEL RECORDS ARE STANDARD
000750     RECORDING MODE IS F.
000760 01  PARM-LOG-RECORD      PIC X(132).
000770 WORKING-STORAGE SECTION.
000780 77  parm-file-status     PIC X(02).
000790 77  keyword-count        PIC 9(9)  VALUE 31.
000800 01  SWITCHES.
000810     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
000820         88  PARM-EOF                VALUE "Y".
000830     05  KEY-FOUND-SW     PIC X(01)  VALUE "N".
000840         88  KEY-FOUND               VALUE "Y".
000850     05  PARM-OPEN-SW     PIC X(01)  VALUE "N".
000860         88  PARM-OPENED             VALUE "Y".
000870     05  CARD-OK-SW       PIC X(01).
000880         88  CARD-OK                 VALUE "Y".
000890 01  card-key         PIC X(20).
000900 01  card-value       PIC X(20).
000910 01  card-type        PIC X(4).
000920 01  reason-text      PIC X(50).
000930 01  token-len        PIC 9(9).
000940 01  token-start      PIC 9(9).
000950 01  value-len        PIC 9(9).
000960 01  card-count       PIC 9(9)  VALUE ZERO.
000970 01  accepted-count   PIC 9(9)  VALUE ZERO.
000980 01  error-count      PIC 9(9)  VALUE ZERO.
000990 01  restart-value    PIC X(1)  VALUE SPACE.
001000 01  repair-value     PIC X(1)  VALUE SPACE.
001010 01  offset-value     PIC 9(9)  VALUE ZERO.
001020 01  streams-value    PIC 9(9)  VALUE ZERO.
001030 01  offset-text      PIC X(9)  JUSTIFIED RIGHT.
001040*    Every keyword the suite reads off PARMFILE, with the shape
001050*    its value must fit: YN is Y or N, NUM is 1-9 digits, DATE
001060*    is 8 digits, STRM is 1-4, MNTH is 1-999, PCT is up to 3
001070*    digits, WORD is any 1-8 characters, EVNT is START or END,
001080*    OUTC is OK or FAIL, MODE is FRESH, RESTART, REPAIR or
001090*    STREAM, HRFN is UNLOAD, RELOAD or ROLLFWD.
001100 01  KEYWORD-RULES.
001110     05  FILLER PIC X(24) VALUE "GCJ_RESTART         YN  ".
001120     05  FILLER PIC X(24) VALUE "GCJ_REPAIR          YN  ".
001130     05  FILLER PIC X(24) VALUE "GCJ_CASE_OFFSET     NUM ".
001140     05  FILLER PIC X(24) VALUE "GCJ_STREAMS         STRM".
001150     05  FILLER PIC X(24) VALUE "GCJ_RETAIN_MONTHS   MNTH".
001160     05  FILLER PIC X(24) VALUE "GCJ_INQ_FROM_DATE   DATE".
001170     05  FILLER PIC X(24) VALUE "GCJ_INQ_TO_DATE     DATE".
001180     05  FILLER PIC X(24) VALUE "GCJ_INQ_FROM_CASE   NUM ".
001190     05  FILLER PIC X(24) VALUE "GCJ_INQ_TO_CASE     NUM ".
001200     05  FILLER PIC X(24) VALUE "GCJ_RET_FROM_DATE   DATE".
001210     05  FILLER PIC X(24) VALUE "GCJ_RET_TO_DATE     DATE".
001220     05  FILLER PIC X(24) VALUE "GCJ_RET_FROM_CASE   NUM ".
001230     05  FILLER PIC X(24) VALUE "GCJ_RET_TO_CASE     NUM ".
001240     05  FILLER PIC X(24) VALUE "GCJ_REJ_PCT_LIMIT   PCT ".
001250     05  FILLER PIC X(24) VALUE "GCJ_RC_STEP         WORD".
001260     05  FILLER PIC X(24) VALUE "GCJ_RC_EVENT        EVNT".
001270     05  FILLER PIC X(24) VALUE "GCJ_RC_OUTCOME      OUTC".
001280     05  FILLER PIC X(24) VALUE "GCJ_RC_MODE         MODE".
001290     05  FILLER PIC X(24) VALUE "GCJ_RC_DATE         DATE".
001300     05  FILLER PIC X(24) VALUE "GCJ_RUN_DATE        DATE".
001310     05  FILLER PIC X(24) VALUE "GCJ_ENT_ID          WORD".
001320     05  FILLER PIC X(24) VALUE "GCJ_DSP_DATE        DATE".
001330     05  FILLER PIC X(24) VALUE "GCJ_VFY_FROM_DATE   DATE".
001340     05  FILLER PIC X(24) VALUE "GCJ_VFY_TO_DATE     DATE".
001350     05  FILLER PIC X(24) VALUE "GCJ_HR_FUNCTION     HRFN".
001360     05  FILLER PIC X(24) VALUE "GCJ_CAL_TOL_PCT     PCT ".
001370     05  FILLER PIC X(24) VALUE "GCJ_XR_FROM_DATE    DATE".
001380     05  FILLER PIC X(24) VALUE "GCJ_XR_TO_DATE      DATE".
001390     05  FILLER PIC X(24) VALUE "GCJ_SP_WINDOW_MIN   NUM ".
001400     05  FILLER PIC X(24) VALUE "GCJ_SP_CASE_RATE    NUM ".
001410     05  FILLER PIC X(24) VALUE "GCJ_KEY_DATE        DATE".
001420 01  KEYWORD-RULES-R REDEFINES KEYWORD-RULES.
001430     05  KEYWORD-ENTRY OCCURS 31 TIMES.
001440         10  kw-name      PIC X(20).
001450         10  kw-type      PIC X(4).
001460 01  KEYWORD-SEEN-FLAGS VALUE SPACES.
001470     05  kw-seen      PIC X(1) OCCURS 31 TIMES.
001480 01  kw-idx           PIC 9(9).
001490 01  kw-hit           PIC 9(9).
001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001530     PERFORM 2000-VALIDATE-CARDS THRU 2000-EXIT
001540     PERFORM 2500-CROSS-CHECKS THRU 2500-EXIT
001550     PERFORM 2900-WRITE-VERDICT THRU 2900-EXIT
001560     PERFORM 9000-TERMINATE THRU 9000-EXIT
001570     IF error-count > 0
001580         MOVE 8 TO RETURN-CODE
001590     END-IF
001600     STOP RUN.
001610*----------------------------------------------------------------
001620* 1000-INITIALIZE - open the datasets. A deck that isn't
001630*                   cataloged is a run on all defaults - logged,
001640*                   legal, clean.
001650*----------------------------------------------------------------
001660 1000-INITIALIZE.
001670     OPEN OUTPUT PARM-LOG
001680     OPEN INPUT PARM-FILE
001690     IF parm-file-status = "00"
001700         SET PARM-OPENED TO TRUE
001710     ELSE
001720         MOVE "NO PARMFILE CATALOGED - RUN ON ALL DEFAULTS"
001730             TO PARM-LOG-RECORD
001740         WRITE PARM-LOG-RECORD
001750         SET PARM-EOF TO TRUE
001760     END-IF.
001770 1000-EXIT.
001780     EXIT.
001790*----------------------------------------------------------------
001800* 2000-VALIDATE-CARDS - one pass down the deck, one verdict per
001810*                       card.
001820*----------------------------------------------------------------
001830 2000-VALIDATE-CARDS.
001840     PERFORM 2100-VALIDATE-ONE-CARD THRU 2100-EXIT
001850         UNTIL PARM-EOF.
001860 2000-EXIT.
001870     EXIT.
001880 2100-VALIDATE-ONE-CARD.
001890     READ PARM-FILE
001900         AT END
001910             SET PARM-EOF TO TRUE
001920             GO TO 2100-EXIT
001930     END-READ
001940     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
001950         GO TO 2100-EXIT
001960     END-IF
001970     ADD 1 TO card-count
001980     MOVE "Y" TO CARD-OK-SW
001990     MOVE SPACES TO reason-text
002000     PERFORM 2200-PARSE-CARD THRU 2200-EXIT
002010     IF CARD-OK
002020         PERFORM 2300-CHECK-KEYWORD THRU 2300-EXIT
002030     END-IF
002040     IF CARD-OK
002050         PERFORM 2400-CHECK-VALUE THRU 2400-EXIT
002060     END-IF
002070     IF CARD-OK
002080         ADD 1 TO accepted-count
002090         PERFORM 2600-NOTE-CROSS-VALUES THRU 2600-EXIT
002100         MOVE SPACES TO PARM-LOG-RECORD
002110         STRING "ACCEPTED: " DELIMITED BY SIZE
002120                card-key DELIMITED BY SIZE
002130                " " DELIMITED BY SIZE
002140                card-value DELIMITED BY SIZE
002150                INTO PARM-LOG-RECORD
002160         END-STRING
002170         WRITE PARM-LOG-RECORD
002180     ELSE
002190         ADD 1 TO error-count
002200         MOVE SPACES TO PARM-LOG-RECORD
002210         STRING "REJECTED - " DELIMITED BY SIZE
002220                reason-text DELIMITED BY "  "
002230                ": " DELIMITED BY SIZE
002240                PARM-RECORD(1:60) DELIMITED BY SIZE
002250                INTO PARM-LOG-RECORD
002260         END-STRING
002270         WRITE PARM-LOG-RECORD
002280     END-IF.
002290 2100-EXIT.
002300     EXIT.
002310*----------------------------------------------------------------
002320* 2200-PARSE-CARD - the keyword and value tokens off one card.
002330*                   Exactly two tokens; a third is a mispunch,
002340*                   not extra comment.
002350*----------------------------------------------------------------
002360 2200-PARSE-CARD.
002370     MOVE SPACES TO card-key
002380     MOVE SPACES TO card-value
002390     MOVE 0 TO token-len
002400     INSPECT PARM-RECORD TALLYING token-len
002410         FOR CHARACTERS BEFORE INITIAL SPACE
002420     IF token-len = 0 OR token-len > 20
002430         MOVE "N" TO CARD-OK-SW
002440         MOVE "KEYWORD MISSING OR LONGER THAN 20" TO reason-text
002450         GO TO 2200-EXIT
002460     END-IF
002470     MOVE PARM-RECORD(1:token-len) TO card-key
002480     COMPUTE token-start = token-len + 2
002490     IF token-start > 80
002500         MOVE "N" TO CARD-OK-SW
002510         MOVE "VALUE MISSING" TO reason-text
002520         GO TO 2200-EXIT
002530     END-IF
002540     MOVE 0 TO value-len
002550     INSPECT PARM-RECORD(token-start:) TALLYING value-len
002560         FOR CHARACTERS BEFORE INITIAL SPACE
002570     IF value-len = 0
002580         MOVE "N" TO CARD-OK-SW
002590         MOVE "VALUE MISSING" TO reason-text
002600         GO TO 2200-EXIT
002610     END-IF
002620     IF value-len > 20
002630         MOVE "N" TO CARD-OK-SW
002640         MOVE "VALUE LONGER THAN 20" TO reason-text
002650         GO TO 2200-EXIT
002660     END-IF
002670     MOVE PARM-RECORD(token-start:value-len) TO card-value
002680     COMPUTE token-start = token-start + value-len + 1
002690     IF token-start > 80
002700         GO TO 2200-EXIT
002710     END-IF
002720     MOVE 0 TO token-len
002730     INSPECT PARM-RECORD(token-start:) TALLYING token-len
002740         FOR CHARACTERS BEFORE INITIAL SPACE
002750     IF token-len > 0
002760         MOVE "N" TO CARD-OK-SW
002770         MOVE "MORE THAN ONE VALUE ON CARD" TO reason-text
002780     END-IF.
002790 2200-EXIT.
002800     EXIT.
002810*----------------------------------------------------------------
002820* 2300-CHECK-KEYWORD - the keyword must be one the suite reads,
002830*                      and must not repeat on the deck.
002840*----------------------------------------------------------------
002850 2300-CHECK-KEYWORD.
002860     MOVE "N" TO KEY-FOUND-SW
002870     MOVE 0 TO kw-hit
002880     PERFORM 2310-MATCH-ONE-KEYWORD THRU 2310-EXIT
002890         VARYING kw-idx FROM 1 BY 1
002900         UNTIL KEY-FOUND OR kw-idx > keyword-count
002910     IF NOT KEY-FOUND
002920         MOVE "N" TO CARD-OK-SW
002930         MOVE "UNKNOWN KEYWORD" TO reason-text
002940         GO TO 2300-EXIT
002950     END-IF
002960     IF kw-seen(kw-hit) = "Y"
002970         MOVE "N" TO CARD-OK-SW
002980         MOVE "KEYWORD APPEARS TWICE ON DECK" TO reason-text
002990         GO TO 2300-EXIT
003000     END-IF
003010     MOVE "Y" TO kw-seen(kw-hit)
003020     MOVE kw-type(kw-hit) TO card-type.
003030 2300-EXIT.
003040     EXIT.
003050 2310-MATCH-ONE-KEYWORD.
003060     IF kw-name(kw-idx) = card-key
003070         SET KEY-FOUND TO TRUE
003080         MOVE kw-idx TO kw-hit
003090     END-IF.
003100 2310-EXIT.
003110     EXIT.
003120*----------------------------------------------------------------
003130* 2400-CHECK-VALUE - the value against its keyword's shape.
003140*----------------------------------------------------------------
003150 2400-CHECK-VALUE.
003160     IF card-type = "YN"
003170         IF card-value NOT = "Y" AND card-value NOT = "N"
003180             MOVE "N" TO CARD-OK-SW
003190             MOVE "VALUE MUST BE Y OR N" TO reason-text
003200         END-IF
003210         GO TO 2400-EXIT
003220     END-IF
003230     IF card-type = "NUM"
003240         IF value-len > 9
003250             MOVE "N" TO CARD-OK-SW
003260             MOVE "VALUE MUST BE 1-9 DIGITS" TO reason-text
003270             GO TO 2400-EXIT
003280         END-IF
003290         IF card-value(1:value-len) IS NOT NUMERIC
003300             MOVE "N" TO CARD-OK-SW
003310             MOVE "VALUE MUST BE 1-9 DIGITS" TO reason-text
003320         END-IF
003330         GO TO 2400-EXIT
003340     END-IF
003350     IF card-type = "DATE"
003360         IF value-len NOT = 8
003370                 OR card-value(1:8) IS NOT NUMERIC
003380             MOVE "N" TO CARD-OK-SW
003390             MOVE "VALUE MUST BE AN 8-DIGIT DATE" TO reason-text
003400         END-IF
003410         GO TO 2400-EXIT
003420     END-IF
003430     IF card-type = "STRM"
003440         IF value-len NOT = 1
003450                 OR card-value(1:1) < "1"
003460                 OR card-value(1:1) > "4"
003470             MOVE "N" TO CARD-OK-SW
003480             MOVE "STREAM COUNT MUST BE 1-4" TO reason-text
003490         END-IF
003500         GO TO 2400-EXIT
003510     END-IF
003520     IF card-type = "MNTH"
003530         IF value-len > 3
003540                 OR card-value(1:value-len) IS NOT NUMERIC
003550                 OR card-value(1:value-len) = "0"
003560                 OR card-value(1:value-len) = "00"
003570                 OR card-value(1:value-len) = "000"
003580             MOVE "N" TO CARD-OK-SW
003590             MOVE "RETENTION MUST BE 1-999 MONTHS" TO reason-text
003600         END-IF
003610         GO TO 2400-EXIT
003620     END-IF
003630     IF card-type = "PCT"
003640         IF value-len > 3
003650                 OR card-value(1:value-len) IS NOT NUMERIC
003660             MOVE "N" TO CARD-OK-SW
003670             MOVE "LIMIT MUST BE 0-999 PERCENT" TO reason-text
003680         END-IF
003690         GO TO 2400-EXIT
003700     END-IF
003710     IF card-type = "WORD"
003720         IF value-len > 8
003730             MOVE "N" TO CARD-OK-SW
003740             MOVE "VALUE MUST BE 1-8 CHARACTERS" TO reason-text
003750         END-IF
003760         GO TO 2400-EXIT
003770     END-IF
003780     IF card-type = "EVNT"
003790         IF card-value NOT = "START" AND card-value NOT = "END"
003800             MOVE "N" TO CARD-OK-SW
003810             MOVE "VALUE MUST BE START OR END" TO reason-text
003820         END-IF
003830         GO TO 2400-EXIT
003840     END-IF
003850     IF card-type = "OUTC"
003860         IF card-value NOT = "OK" AND card-value NOT = "FAIL"
003870             MOVE "N" TO CARD-OK-SW
003880             MOVE "VALUE MUST BE OK OR FAIL" TO reason-text
003890         END-IF
003900         GO TO 2400-EXIT
003910     END-IF
003920     IF card-type = "MODE"
003930         IF card-value NOT = "FRESH"
003940                 AND card-value NOT = "RESTART"
003950                 AND card-value NOT = "REPAIR"
003960                 AND card-value NOT = "STREAM"
003970             MOVE "N" TO CARD-OK-SW
003980             MOVE "MODE MUST BE FRESH, RESTART, REPAIR, STREAM"
003990                 TO reason-text
004000         END-IF
004010         GO TO 2400-EXIT
004020     END-IF
004030     IF card-type = "HRFN"
004040         IF card-value NOT = "UNLOAD"
004050                 AND card-value NOT = "RELOAD"
004060                 AND card-value NOT = "ROLLFWD"
004070             MOVE "N" TO CARD-OK-SW
004080             MOVE "VALUE MUST BE UNLOAD, RELOAD OR ROLLFWD"
004090                 TO reason-text
004100         END-IF
004110     END-IF.
004120 2400-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150* 2500-CROSS-CHECKS - the combinations no single card can
004160*                     answer for.
004170*----------------------------------------------------------------
004180 2500-CROSS-CHECKS.
004190     IF restart-value = "Y" AND repair-value = "Y"
004200         ADD 1 TO error-count
004210         MOVE "REJECTED - GCJ_RESTART AND GCJ_REPAIR BOTH Y"
004220             TO PARM-LOG-RECORD
004230         WRITE PARM-LOG-RECORD
004240     END-IF
004250     IF offset-value > 0 AND streams-value < 2
004260         ADD 1 TO error-count
004270         MOVE SPACES TO PARM-LOG-RECORD
004280         STRING "REJECTED - GCJ_CASE_OFFSET ON A DECK THAT "
004290                DELIMITED BY SIZE
004300                "DOES NOT DECLARE GCJ_STREAMS 2-4"
004310                DELIMITED BY SIZE
004320                INTO PARM-LOG-RECORD
004330         END-STRING
004340         WRITE PARM-LOG-RECORD
004350     END-IF.
004360 2500-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------
004390* 2600-NOTE-CROSS-VALUES - remember the accepted values the
004400*                          cross checks need.
004410*----------------------------------------------------------------
004420 2600-NOTE-CROSS-VALUES.
004430     IF card-key = "GCJ_RESTART"
004440         MOVE card-value(1:1) TO restart-value
004450     END-IF
004460     IF card-key = "GCJ_REPAIR"
004470         MOVE card-value(1:1) TO repair-value
004480     END-IF
004490     IF card-key = "GCJ_CASE_OFFSET"
004500         MOVE card-value(1:value-len) TO offset-text
004510         MOVE offset-text TO offset-value
004520     END-IF
004530     IF card-key = "GCJ_STREAMS"
004540         MOVE card-value(1:1) TO offset-text
004550         MOVE offset-text TO streams-value
004560     END-IF.
004570 2600-EXIT.
004580     EXIT.
004590*----------------------------------------------------------------
004600* 2900-WRITE-VERDICT - the deck's arithmetic and verdict.
004610*----------------------------------------------------------------
004620 2900-WRITE-VERDICT.
004630     MOVE SPACES TO PARM-LOG-RECORD
004640     STRING "DECK TOTALS: CARDS=" DELIMITED BY SIZE
004650            card-count DELIMITED BY SIZE
004660            " ACCEPTED=" DELIMITED BY SIZE
004670            accepted-count DELIMITED BY SIZE
004680            " ERRORS=" DELIMITED BY SIZE
004690            error-count DELIMITED BY SIZE
004700            INTO PARM-LOG-RECORD
004710     END-STRING
004720     WRITE PARM-LOG-RECORD
004730     MOVE SPACES TO PARM-LOG-RECORD
004740     IF error-count = 0
004750         MOVE "PARAMETER DECK CLEAN" TO PARM-LOG-RECORD
004760     ELSE
004770         MOVE "PARAMETER DECK FAILED - STEP REFUSED"
004780             TO PARM-LOG-RECORD
004790     END-IF
004800     WRITE PARM-LOG-RECORD.
004810 2900-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------
004840* 9000-TERMINATE - close out the datasets.
004850*----------------------------------------------------------------
004860 9000-TERMINATE.
004870*    The status is "10" after reading to end, so the open is
004880*    remembered in a switch - a status test here would skip the
004890*    CLOSE and hold the dataset to step end.
004900     IF PARM-OPENED
004910         CLOSE PARM-FILE
004920     END-IF
004930     CLOSE PARM-LOG.
004940 9000-EXIT.
004950     EXIT.
