000010* Program: GCJRPLN - failed-night recovery planner
000020* Language: COBOL
000030* Author: KirarinSnow
000040* Usage: cobc -x thisfile.cob -o exec, then run the morning
000050*        after a night that abended partway through, against the
000060*        permanent RUNMSTR run-control master. A GCJ_RUN_DATE
000070*        card on the PARMFILE deck (YYYYMMDD, default today)
000080*        names the night to recover; a GCJ_STREAMS card (1-4)
000090*        says how many streams a partitioned night was cut into
000100*        when the master and SPLFILE can't tell. The night's
000110*        SPLFILE (stream case ranges) and checkpoint datasets -
000120*        CHKFILE for a single-stream GCJ, CHK01-CHK04 for the
000130*        stream steps - are read when cataloged.
000140*        RCVPLAN lists every step of the night with what the
000150*        master says happened to it, then the recovery plan:
000160*        each step still to run, in the order GCJRCTL will
000170*        accept them, with the reason it runs and its mode
000180*        (FRESH, RESTART or REPAIR).
000190*        RCVDECK carries the PARMFILE card deck for each planned
000200*        step as an IEBUPDTE input stream - one "./ ADD NAME="
000210*        member per step, named for the step - ready to load
000220*        into the recovery job's parm library. Each member is
000230*        the deck that step's GCJRCTL START and GCJPVAL see;
000240*        the closing GCJRCTL step of the job takes the same
000250*        member with GCJ_RC_EVENT END.
000260*        A plan holding a step the guard would still refuse, a
000270*        stream deck that can't be built, or a master that can't
000280*        be read ends with RETURN-CODE 8.
000290* Comments: The step table here is GCJRCTL's, row for row - the
000300*           plan is only worth having if it walks the same
000310*           predecessors the guard enforces. Each planned step's
000320*           predecessors must be complete on the master or
000330*           planned ahead of it, with the guard's partitioned-
000340*           night rules: GCJMERGE and GCJHBLK roll-call every
000350*           stream, and the merged-file consumers wait on
000360*           GCJMERGE itself.
000370*           What happened to a step comes off its events for the
000380*           date, oldest first: END OK is complete, END FAIL is
000390*           failed, a START with no END after it abended. A
000400*           later attempt that didn't finish after an END OK is
000410*           a rerun gone wrong - on GCJ that can only have been
000420*           a repair pass (the guard refuses a fresh one), so it
000430*           plans as REPAIR.
000440*           A failed or abended GCJ or stream step restarts
000450*           (GCJ_RESTART Y, GCJ_RC_MODE RESTART) when its
000460*           checkpoint dataset holds a case number, and reruns
000470*           FRESH when it doesn't - point the checkpoint DDs at
000480*           the night's own generation, a stale checkpoint
000490*           would skip cases. Stream decks carry GCJ_STREAMS and
000500*           their GCJ_CASE_OFFSET (SLICE-FIRST less one off
000510*           SPLFILE), which together pass GCJPVAL's offset
000520*           cross-check; when GCJSPLIT itself is in the plan its
000530*           ranges aren't known yet, and the plan says to run
000540*           this planner again once the split has ended OK.
000550*           The recovery decks carry only the cards recovery
000560*           needs; everything else is the step's default.
000570*
000580* Modification History:
000590* DATE       INIT  DESCRIPTION
000600* 2026-10-15 KS    New program - reads the run-control master for
000610*                    a failed night and writes the recovery plan
000620*                    and each remaining step's PARMFILE deck, so
000630*                    resubmission is no longer worked out by hand
000640*                    from RUNMSTR at three in the morning.
000650
000660 IDENTIFICATION DIVISION.
000670 PROGRAM-ID. GCJRPLN.
000680 AUTHOR. KirarinSnow.
000690 ENVIRONMENT DIVISION.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT RUN-MASTER ASSIGN TO "RUNMSTR"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS master-file-status.
000750     SELECT SPLIT-LOG-FILE ASSIGN TO "SPLFILE"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS split-file-status.
000780     SELECT CHECKPOINT-FILE ASSIGN TO "CHKFILE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS checkpoint-file-status.
000810     SELECT CHECKPOINT1-FILE ASSIGN TO "CHK01"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS checkpoint-file-status.
000840     SELECT CHECKPOINT2-FILE ASSIGN TO "CHK02"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS checkpoint-file-status.
000870     SELECT CHECKPOINT3-FILE ASSIGN TO "CHK03"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS checkpoint-file-status.
000900     SELECT CHECKPOINT4-FILE ASSIGN TO "CHK04"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS checkpoint-file-status.
000930     SELECT PLAN-REPORT ASSIGN TO "RCVPLAN"
000940         ORGANIZATION IS LINE SEQUENTIAL.
000950     SELECT DECK-FILE ASSIGN TO "RCVDECK"
000960         ORGANIZATION IS LINE SEQUENTIAL.
000970     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS parm-file-status.
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  RUN-MASTER
001030     LABEL RECORDS ARE STANDARD
001040     RECORDING MODE IS F.
001050 01  MASTER-RECORD        PIC X(80).
001060 FD  SPLIT-LOG-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORDING MODE IS F.
001090 01  SPLIT-LOG-RECORD     PIC X(132).
001100 FD  CHECKPOINT-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORDING MODE IS F.
001130 01  CHECKPOINT-RECORD    PIC 9(9).
001140 FD  CHECKPOINT1-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORDING MODE IS F.
001170 01  CHECKPOINT1-RECORD   PIC 9(9).
001180 FD  CHECKPOINT2-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORDING MODE IS F.
001210 01  CHECKPOINT2-RECORD   PIC 9(9).
001220 FD  CHECKPOINT3-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORDING MODE IS F.
001250 01  CHECKPOINT3-RECORD   PIC 9(9).
001260 FD  CHECKPOINT4-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORDING MODE IS F.
001290 01  CHECKPOINT4-RECORD   PIC 9(9).
001300 FD  PLAN-REPORT
001310     LABEL RECORDS ARE STANDARD
001320     RECORDING MODE IS F.
001330 01  PLAN-RECORD          PIC X(132).
001340 FD  DECK-FILE
001350     LABEL RECORDS ARE STANDARD
001360     RECORDING MODE IS F.
001370 01  DECK-RECORD          PIC X(80).
001380 FD  PARM-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORDING MODE IS F.
001410 01  PARM-RECORD          PIC X(80).
001420 WORKING-STORAGE SECTION.
001430 77  master-file-status   PIC X(02).
001440 77  split-file-status    PIC X(02).
001450 77  checkpoint-file-status PIC X(02).
001460 77  parm-file-status     PIC X(02).
001470 77  parm-max             PIC 9(9)  VALUE 30.
001480 77  step-rule-count      PIC 9(9)  VALUE 13.
001490 01  SWITCHES.
001500     05  MASTER-EOF-SW    PIC X(01)  VALUE "N".
001510         88  MASTER-EOF              VALUE "Y".
001520     05  SPLIT-EOF-SW     PIC X(01)  VALUE "N".
001530         88  SPLIT-EOF               VALUE "Y".
001540     05  PARTITIONED-SW   PIC X(01)  VALUE "N".
001550         88  PARTITIONED-NIGHT       VALUE "Y".
001560     05  STREAMS-SET-SW   PIC X(01)  VALUE "N".
001570         88  STREAMS-FROM-DECK       VALUE "Y".
001580     05  SPLIT-PLANNED-SW PIC X(01)  VALUE "N".
001590         88  SPLIT-PLANNED           VALUE "Y".
001600     05  PLAN-BAD-SW      PIC X(01)  VALUE "N".
001610         88  PLAN-BAD                VALUE "Y".
001620     05  GUARD-OK-SW      PIC X(01)  VALUE "N".
001630         88  GUARD-OK                VALUE "Y".
001640     05  RULE-FOUND-SW    PIC X(01)  VALUE "N".
001650         88  RULE-FOUND              VALUE "Y".
001660     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
001670         88  PARM-EOF                VALUE "Y".
001680     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
001690         88  PARM-FOUND              VALUE "Y".
001700 01  env-text         PIC X(9).
001710 01  parm-count       PIC 9(9)  VALUE ZERO.
001720 01  PARM-TABLE.
001730     05  PARM-ENTRY OCCURS 30 TIMES.
001740         10  pf-key       PIC X(20).
001750         10  pf-value     PIC X(20).
001760 01  parm-idx         PIC 9(9).
001770 01  parm-name        PIC X(20).
001780 01  token-len        PIC 9(9).
001790 01  parm-token-start PIC 9(9).
001800 01  run-date         PIC 9(8).
001810 01  rec-date         PIC 9(8).
001820 01  rec-step         PIC X(8).
001830 01  rec-event        PIC X(5).
001840 01  rec-outcome      PIC X(4).
001850*    GCJRCTL's step table, row for row: the step and up to two
001860*    acceptable predecessors.
001870 01  STEP-RULES.
001880     05  FILLER       PIC X(24) VALUE "GCJSTAGE                ".
001890     05  FILLER       PIC X(24) VALUE "GCJSPLITGCJSTAGE        ".
001900     05  FILLER       PIC X(24) VALUE "GCJ     GCJSTAGEGCJSPLIT".
001910     05  FILLER       PIC X(24) VALUE "GCJ01   GCJSPLIT        ".
001920     05  FILLER       PIC X(24) VALUE "GCJ02   GCJSPLIT        ".
001930     05  FILLER       PIC X(24) VALUE "GCJ03   GCJSPLIT        ".
001940     05  FILLER       PIC X(24) VALUE "GCJ04   GCJSPLIT        ".
001950     05  FILLER       PIC X(24) VALUE "GCJMERGEGCJ             ".
001960     05  FILLER       PIC X(24) VALUE "GCJSCOREGCJMERGEGCJ     ".
001970     05  FILLER       PIC X(24) VALUE "GCJHLOADGCJMERGEGCJ     ".
001980     05  FILLER       PIC X(24) VALUE "GCJBAL  GCJMERGEGCJ     ".
001990     05  FILLER       PIC X(24) VALUE "GCJHBLK GCJMERGEGCJ     ".
002000     05  FILLER       PIC X(24) VALUE "GCJARCH GCJHLOADGCJHBLK ".
002010 01  STEP-RULES-R REDEFINES STEP-RULES.
002020     05  STEP-RULE-ENTRY OCCURS 13 TIMES.
002030         10  rule-step    PIC X(8).
002040         10  rule-pred1   PIC X(8).
002050         10  rule-pred2   PIC X(8).
002060*    What the master says about each row's step for the date,
002070*    and where the plan has it. State: C complete, F ended
002080*    FAIL, A abended (START with no END), R a rerun after an
002090*    END OK that didn't finish, N never started.
002100 01  STEP-STATE-TABLE VALUE ZEROS.
002110     05  STEP-STATE-ENTRY OCCURS 13 TIMES.
002120         10  st-events    PIC 9(9).
002130         10  st-starts    PIC 9(9).
002140         10  st-ok-sw     PIC X(1).
002150         10  st-open-sw   PIC X(1).
002160         10  st-last      PIC X(4).
002170         10  st-state     PIC X(1).
002180         10  st-on-path   PIC X(1).
002190         10  st-ready     PIC X(1).
002200 01  rule-idx         PIC 9(9).
002210 01  found-rule-idx   PIC 9(9).
002220 01  look-name        PIC X(8).
002230 01  pred-idx         PIC 9(9).
002240*    The night's shape.
002250 01  stream-want      PIC 9(9)  VALUE ZERO.
002260 01  stream-want-x    PIC 9(1).
002270 01  stream-seen-max  PIC 9(9)  VALUE ZERO.
002280 01  stream-idx       PIC 9(9).
002290 01  split-stream-count PIC 9(9) VALUE ZERO.
002300 01  SPLIT-RANGES VALUE ZEROS.
002310     05  split-first  PIC 9(9)  OCCURS 4 TIMES.
002320 01  split-no         PIC 9(9).
002330 01  loader-name      PIC X(8)  VALUE SPACES.
002340*    Checkpoint case numbers: 1-4 the streams, 5 single GCJ.
002350 01  CHECKPOINTS VALUE ZEROS.
002360     05  ckpt-case    PIC 9(9)  OCCURS 5 TIMES.
002370 01  ckpt-idx         PIC 9(9).
002380*    The planned step in hand.
002390 01  plan-seq         PIC 9(9)  VALUE ZERO.
002400 01  plan-step        PIC X(8).
002410 01  plan-mode        PIC X(7).
002420 01  plan-reason      PIC X(44).
002430 01  plan-note        PIC X(60).
002440 01  plan-offset      PIC 9(9).
002450 01  plan-streams-x   PIC 9(1).
002460 01  plan-stream-no   PIC 9(9).
002470 01  restart-flag     PIC X(1).
002480 01  repair-flag      PIC X(1).
002490 01  state-text       PIC X(24).
002500 01  complete-count   PIC 9(9)  VALUE ZERO.
002510 01  deck-count       PIC 9(9)  VALUE ZERO.
002520 01  deck-waiting     PIC 9(9)  VALUE ZERO.
002530 01  refused-count    PIC 9(9)  VALUE ZERO.
002540 01  offset-text      PIC X(9).
002550 01  offset-start     PIC 9(9).
002560 01  offset-len       PIC 9(9).
002570 PROCEDURE DIVISION.
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002600     IF PLAN-BAD
002610         PERFORM 9000-TERMINATE THRU 9000-EXIT
002620         MOVE 8 TO RETURN-CODE
002630         STOP RUN
002640     END-IF
002650     PERFORM 2000-READ-RUN-MASTER THRU 2000-EXIT
002660     PERFORM 2500-READ-SPLIT-LOG THRU 2500-EXIT
002670     PERFORM 2600-READ-CHECKPOINTS THRU 2600-EXIT
002680     PERFORM 3000-SHAPE-NIGHT THRU 3000-EXIT
002690     PERFORM 3500-LIST-STEP-STATE THRU 3500-EXIT
002700         VARYING rule-idx FROM 1 BY 1
002710         UNTIL rule-idx > step-rule-count
002720     PERFORM 4000-BUILD-PLAN THRU 4000-EXIT
002730     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
002740     PERFORM 9000-TERMINATE THRU 9000-EXIT
002750     IF PLAN-BAD
002760         MOVE 8 TO RETURN-CODE
002770     END-IF
002780     STOP RUN.
002790*----------------------------------------------------------------
002800* 1000-INITIALIZE - open the outputs and pick the run date and
002810*                   any declared stream count off the deck.
002820*----------------------------------------------------------------
002830 1000-INITIALIZE.
002840     OPEN OUTPUT PLAN-REPORT
002850     OPEN OUTPUT DECK-FILE
002860     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
002870     ACCEPT run-date FROM DATE YYYYMMDD
002880     MOVE "GCJ_RUN_DATE" TO parm-name
002890     PERFORM 1820-GET-PARM THRU 1820-EXIT
002900     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
002910         MOVE env-text(1:8) TO run-date
002920     END-IF
002930     MOVE "GCJ_STREAMS" TO parm-name
002940     PERFORM 1820-GET-PARM THRU 1820-EXIT
002950     IF env-text(1:1) NOT < "1" AND env-text(1:1) NOT > "4"
002960             AND env-text(2:1) = SPACE
002970         MOVE env-text(1:1) TO stream-want-x
002980         MOVE stream-want-x TO stream-want
002990         SET STREAMS-FROM-DECK TO TRUE
003000     END-IF
003010     MOVE SPACES TO PLAN-RECORD
003020     STRING "RECOVERY PLAN FOR RUN DATE " DELIMITED BY SIZE
003030            run-date DELIMITED BY SIZE
003040            INTO PLAN-RECORD
003050     END-STRING
003060     WRITE PLAN-RECORD.
003070 1000-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------
003100* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
003110*                       table, one "KEYWORD VALUE" card per
003120*                       record, blank and *-comment cards passed
003130*                       by; a deck that isn't cataloged leaves
003140*                       every parameter at its default. Same
003150*                       deck-and-lookup shape as GCJ's.
003160*----------------------------------------------------------------
003170 1800-LOAD-PARM-FILE.
003180     MOVE 0 TO parm-count
003190     MOVE "N" TO PARM-EOF-SW
003200     OPEN INPUT PARM-FILE
003210     IF parm-file-status NOT = "00"
003220         GO TO 1800-EXIT
003230     END-IF
003240     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
003250         UNTIL PARM-EOF
003260     CLOSE PARM-FILE.
003270 1800-EXIT.
003280     EXIT.
003290 1810-LOAD-ONE-PARM.
003300     READ PARM-FILE
003310         AT END
003320             SET PARM-EOF TO TRUE
003330             GO TO 1810-EXIT
003340     END-READ
003350     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
003360         GO TO 1810-EXIT
003370     END-IF
003380     IF parm-count NOT < parm-max
003390         GO TO 1810-EXIT
003400     END-IF
003410     MOVE 0 TO token-len
003420     INSPECT PARM-RECORD TALLYING token-len
003430         FOR CHARACTERS BEFORE INITIAL SPACE
003440     IF token-len = 0 OR token-len > 20
003450         GO TO 1810-EXIT
003460     END-IF
003470     ADD 1 TO parm-count
003480     MOVE SPACES TO pf-key(parm-count)
003490     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
003500     MOVE SPACES TO pf-value(parm-count)
003510     COMPUTE parm-token-start = token-len + 2
003520     IF parm-token-start > 80
003530         GO TO 1810-EXIT
003540     END-IF
003550     MOVE 0 TO token-len
003560     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
003570         FOR CHARACTERS BEFORE INITIAL SPACE
003580     IF token-len = 0 OR token-len > 20
003590         GO TO 1810-EXIT
003600     END-IF
003610     MOVE PARM-RECORD(parm-token-start:token-len)
003620         TO pf-value(parm-count).
003630 1810-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660* 1820-GET-PARM - the card PARM-NAME names, its value into
003670*                 ENV-TEXT; spaces when the deck doesn't carry
003680*                 it.
003690*----------------------------------------------------------------
003700 1820-GET-PARM.
003710     MOVE SPACES TO env-text
003720     MOVE "N" TO PARM-FOUND-SW
003730     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
003740         VARYING parm-idx FROM 1 BY 1
003750         UNTIL PARM-FOUND OR parm-idx > parm-count.
003760 1820-EXIT.
003770     EXIT.
003780 1830-MATCH-ONE-PARM.
003790     IF pf-key(parm-idx) = parm-name
003800         SET PARM-FOUND TO TRUE
003810         MOVE pf-value(parm-idx) TO env-text
003820     END-IF.
003830 1830-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------
003860* 2000-READ-RUN-MASTER - one pass down the master folding every
003870*                        event for the run date into its step's
003880*                        row. No master cataloged means nothing
003890*                        ever ran under the guard - the whole
003900*                        night plans from the top; a master that
003910*                        won't open for any other reason stops
003920*                        the plan, a guess here would be worse
003930*                        than none.
003940*----------------------------------------------------------------
003950 2000-READ-RUN-MASTER.
003960     OPEN INPUT RUN-MASTER
003970     IF master-file-status = "35"
003980         MOVE "RUN MASTER NOT CATALOGED - NO STEP HAS RUN"
003990             TO PLAN-RECORD
004000         WRITE PLAN-RECORD
004010         GO TO 2000-EXIT
004020     END-IF
004030     IF master-file-status NOT = "00"
004040         MOVE SPACES TO PLAN-RECORD
004050         STRING "RUN MASTER UNAVAILABLE - STATUS="
004060                DELIMITED BY SIZE
004070                master-file-status DELIMITED BY SIZE
004080                " - NO PLAN" DELIMITED BY SIZE
004090                INTO PLAN-RECORD
004100         END-STRING
004110         WRITE PLAN-RECORD
004120         SET PLAN-BAD TO TRUE
004130         GO TO 2000-EXIT
004140     END-IF
004150     PERFORM 2100-SCAN-ONE-RECORD THRU 2100-EXIT
004160         UNTIL MASTER-EOF
004170     CLOSE RUN-MASTER.
004180 2000-EXIT.
004190     EXIT.
004200*----------------------------------------------------------------
004210* 2100-SCAN-ONE-RECORD - the layout GCJRCTL's 3000-RECORD-EVENT
004220*                        strings: DATE= and 8 digits, STEP= and 8
004230*                        bytes, EVENT= and 5 bytes, OUTCOME= and
004240*                        4 on an END. Other dates, unparsed
004250*                        records and steps the table doesn't
004260*                        carry pass by.
004270*----------------------------------------------------------------
004280 2100-SCAN-ONE-RECORD.
004290     READ RUN-MASTER
004300         AT END
004310             SET MASTER-EOF TO TRUE
004320             GO TO 2100-EXIT
004330     END-READ
004340     IF MASTER-RECORD(1:5) NOT = "DATE="
004350             OR MASTER-RECORD(6:8) IS NOT NUMERIC
004360         GO TO 2100-EXIT
004370     END-IF
004380     MOVE MASTER-RECORD(6:8) TO rec-date
004390     IF rec-date NOT = run-date
004400         GO TO 2100-EXIT
004410     END-IF
004420     IF MASTER-RECORD(14:6) NOT = " STEP="
004430             OR MASTER-RECORD(28:7) NOT = " EVENT="
004440         GO TO 2100-EXIT
004450     END-IF
004460     MOVE MASTER-RECORD(20:8) TO rec-step
004470     MOVE MASTER-RECORD(35:5) TO rec-event
004480     MOVE rec-step TO look-name
004490     PERFORM 2200-FIND-STEP THRU 2200-EXIT
004500     IF NOT RULE-FOUND
004510         GO TO 2100-EXIT
004520     END-IF
004530     IF rec-event = "START"
004540         ADD 1 TO st-events(found-rule-idx)
004550         ADD 1 TO st-starts(found-rule-idx)
004560         MOVE "Y" TO st-open-sw(found-rule-idx)
004570         GO TO 2100-EXIT
004580     END-IF
004590     IF rec-event NOT = "END"
004600         GO TO 2100-EXIT
004610     END-IF
004620     IF MASTER-RECORD(40:9) NOT = " OUTCOME="
004630         GO TO 2100-EXIT
004640     END-IF
004650     MOVE MASTER-RECORD(49:4) TO rec-outcome
004660     ADD 1 TO st-events(found-rule-idx)
004670     MOVE "N" TO st-open-sw(found-rule-idx)
004680     MOVE rec-outcome TO st-last(found-rule-idx)
004690     IF rec-outcome = "OK"
004700         MOVE "Y" TO st-ok-sw(found-rule-idx)
004710     END-IF.
004720 2100-EXIT.
004730     EXIT.
004740*----------------------------------------------------------------
004750* 2200-FIND-STEP - LOOK-NAME's row in the step table into
004760*                  FOUND-RULE-IDX.
004770*----------------------------------------------------------------
004780 2200-FIND-STEP.
004790     MOVE "N" TO RULE-FOUND-SW
004800     MOVE 0 TO found-rule-idx
004810     PERFORM 2210-MATCH-ONE-STEP THRU 2210-EXIT
004820         VARYING rule-idx FROM 1 BY 1
004830         UNTIL RULE-FOUND OR rule-idx > step-rule-count.
004840 2200-EXIT.
004850     EXIT.
004860 2210-MATCH-ONE-STEP.
004870     IF rule-step(rule-idx) = look-name
004880         SET RULE-FOUND TO TRUE
004890         MOVE rule-idx TO found-rule-idx
004900     END-IF.
004910 2210-EXIT.
004920     EXIT.
004930*----------------------------------------------------------------
004940* 2500-READ-SPLIT-LOG - each stream's first case off GCJSPLIT's
004950*                       "STREAM n: CASES first-last" lines.
004960*                       Optional - a single-stream night never
004970*                       writes one.
004980*----------------------------------------------------------------
004990 2500-READ-SPLIT-LOG.
005000     OPEN INPUT SPLIT-LOG-FILE
005010     IF split-file-status NOT = "00"
005020         GO TO 2500-EXIT
005030     END-IF
005040     PERFORM 2510-READ-ONE-SPLIT-LINE THRU 2510-EXIT
005050         UNTIL SPLIT-EOF
005060     CLOSE SPLIT-LOG-FILE.
005070 2500-EXIT.
005080     EXIT.
005090 2510-READ-ONE-SPLIT-LINE.
005100     READ SPLIT-LOG-FILE
005110         AT END
005120             SET SPLIT-EOF TO TRUE
005130             GO TO 2510-EXIT
005140     END-READ
005150     IF SPLIT-LOG-RECORD(1:7) NOT = "STREAM "
005160             OR SPLIT-LOG-RECORD(8:9) IS NOT NUMERIC
005170             OR SPLIT-LOG-RECORD(17:8) NOT = ": CASES "
005180             OR SPLIT-LOG-RECORD(25:9) IS NOT NUMERIC
005190         GO TO 2510-EXIT
005200     END-IF
005210     MOVE SPLIT-LOG-RECORD(8:9) TO split-no
005220     IF split-no < 1 OR split-no > 4
005230         GO TO 2510-EXIT
005240     END-IF
005250     MOVE SPLIT-LOG-RECORD(25:9) TO split-first(split-no)
005260     IF split-no > split-stream-count
005270         MOVE split-no TO split-stream-count
005280     END-IF.
005290 2510-EXIT.
005300     EXIT.
005310*----------------------------------------------------------------
005320* 2600-READ-CHECKPOINTS - the last checkpointed case of each GCJ
005330*                         step, zero where the dataset isn't
005340*                         cataloged or is empty. Same read as
005350*                         GCJ's 1100-READ-CHECKPOINT.
005360*----------------------------------------------------------------
005370 2600-READ-CHECKPOINTS.
005380     OPEN INPUT CHECKPOINT1-FILE
005390     IF checkpoint-file-status = "00"
005400         READ CHECKPOINT1-FILE
005410             NOT AT END
005420                 MOVE CHECKPOINT1-RECORD TO ckpt-case(1)
005430         END-READ
005440         CLOSE CHECKPOINT1-FILE
005450     END-IF
005460     OPEN INPUT CHECKPOINT2-FILE
005470     IF checkpoint-file-status = "00"
005480         READ CHECKPOINT2-FILE
005490             NOT AT END
005500                 MOVE CHECKPOINT2-RECORD TO ckpt-case(2)
005510         END-READ
005520         CLOSE CHECKPOINT2-FILE
005530     END-IF
005540     OPEN INPUT CHECKPOINT3-FILE
005550     IF checkpoint-file-status = "00"
005560         READ CHECKPOINT3-FILE
005570             NOT AT END
005580                 MOVE CHECKPOINT3-RECORD TO ckpt-case(3)
005590         END-READ
005600         CLOSE CHECKPOINT3-FILE
005610     END-IF
005620     OPEN INPUT CHECKPOINT4-FILE
005630     IF checkpoint-file-status = "00"
005640         READ CHECKPOINT4-FILE
005650             NOT AT END
005660                 MOVE CHECKPOINT4-RECORD TO ckpt-case(4)
005670         END-READ
005680         CLOSE CHECKPOINT4-FILE
005690     END-IF
005700     OPEN INPUT CHECKPOINT-FILE
005710     IF checkpoint-file-status = "00"
005720         READ CHECKPOINT-FILE
005730             NOT AT END
005740                 MOVE CHECKPOINT-RECORD TO ckpt-case(5)
005750         END-READ
005760         CLOSE CHECKPOINT-FILE
005770     END-IF
005780     PERFORM 2610-CLEAR-BAD-CHECKPOINT THRU 2610-EXIT
005790         VARYING ckpt-idx FROM 1 BY 1
005800         UNTIL ckpt-idx > 5.
005810 2600-EXIT.
005820     EXIT.
005830 2610-CLEAR-BAD-CHECKPOINT.
005840     IF ckpt-case(ckpt-idx) IS NOT NUMERIC
005850         MOVE 0 TO ckpt-case(ckpt-idx)
005860     END-IF.
005870 2610-EXIT.
005880     EXIT.
005890*----------------------------------------------------------------
005900* 3000-SHAPE-NIGHT - each row's state, whether the night was
005910*                    partitioned and into how many streams, which
005920*                    loader it uses, and so which rows are on
005930*                    its path.
005940*----------------------------------------------------------------
005950 3000-SHAPE-NIGHT.
005960     PERFORM 3100-DERIVE-STATE THRU 3100-EXIT
005970         VARYING rule-idx FROM 1 BY 1
005980         UNTIL rule-idx > step-rule-count
005990*    Partitioned: the deck says 2-4 streams, or the master has
006000*    GCJSPLIT or a stream step for the date. A deck saying 1
006010*    means single-stream whatever else is about.
006020     PERFORM 3200-NOTE-STREAMS-SEEN THRU 3200-EXIT
006030         VARYING stream-idx FROM 1 BY 1
006040         UNTIL stream-idx > 4
006050     IF STREAMS-FROM-DECK
006060         IF stream-want > 1
006070             SET PARTITIONED-NIGHT TO TRUE
006080         END-IF
006090     ELSE
006100         IF st-events(2) > 0 OR stream-seen-max > 0
006110             SET PARTITIONED-NIGHT TO TRUE
006120             MOVE split-stream-count TO stream-want
006130             IF stream-want = 0
006140                 MOVE stream-seen-max TO stream-want
006150             END-IF
006160             IF stream-want = 0
006170                 MOVE 4 TO stream-want
006180             END-IF
006190         ELSE
006200             MOVE 1 TO stream-want
006210         END-IF
006220     END-IF
006230     MOVE "Y" TO st-on-path(1)
006240     MOVE "Y" TO st-on-path(9)
006250     MOVE "Y" TO st-on-path(11)
006260     MOVE "Y" TO st-on-path(13)
006270     IF PARTITIONED-NIGHT
006280         MOVE "Y" TO st-on-path(2)
006290         MOVE "Y" TO st-on-path(8)
006300         PERFORM 3300-MARK-STREAM-PATH THRU 3300-EXIT
006310             VARYING stream-idx FROM 1 BY 1
006320             UNTIL stream-idx > stream-want
006330     ELSE
006340         MOVE "Y" TO st-on-path(3)
006350     END-IF
006360*    One loader per night: the one already complete, else the
006370*    one already tried, else the partitioned night's bulk load
006380*    or the single-stream night's GCJHLOAD.
006390     IF st-state(10) = "C"
006400         MOVE "GCJHLOAD" TO loader-name
006410     ELSE
006420         IF st-state(12) = "C"
006430             MOVE "GCJHBLK" TO loader-name
006440         ELSE
006450             IF st-events(10) > 0
006460                 MOVE "GCJHLOAD" TO loader-name
006470             ELSE
006480                 IF st-events(12) > 0 OR PARTITIONED-NIGHT
006490                     MOVE "GCJHBLK" TO loader-name
006500                 ELSE
006510                     MOVE "GCJHLOAD" TO loader-name
006520                 END-IF
006530             END-IF
006540         END-IF
006550     END-IF
006560     IF loader-name = "GCJHLOAD"
006570         MOVE "Y" TO st-on-path(10)
006580     ELSE
006590         MOVE "Y" TO st-on-path(12)
006600     END-IF
006610     MOVE SPACES TO PLAN-RECORD
006620     IF PARTITIONED-NIGHT
006630         STRING "NIGHT SHAPE: PARTITIONED, STREAMS="
006640                DELIMITED BY SIZE
006650                stream-want DELIMITED BY SIZE
006660                " LOADER=" DELIMITED BY SIZE
006670                loader-name DELIMITED BY SIZE
006680                INTO PLAN-RECORD
006690         END-STRING
006700     ELSE
006710         STRING "NIGHT SHAPE: SINGLE STREAM, LOADER="
006720                DELIMITED BY SIZE
006730                loader-name DELIMITED BY SIZE
006740                INTO PLAN-RECORD
006750         END-STRING
006760     END-IF
006770     WRITE PLAN-RECORD
006780     MOVE SPACES TO PLAN-RECORD
006790     WRITE PLAN-RECORD.
006800 3000-EXIT.
006810     EXIT.
006820 3100-DERIVE-STATE.
006830     MOVE "N" TO st-state(rule-idx)
006840     IF st-events(rule-idx) = 0
006850         GO TO 3100-EXIT
006860     END-IF
006870     IF st-open-sw(rule-idx) = "Y"
006880         IF st-ok-sw(rule-idx) = "Y"
006890             MOVE "R" TO st-state(rule-idx)
006900         ELSE
006910             MOVE "A" TO st-state(rule-idx)
006920         END-IF
006930         GO TO 3100-EXIT
006940     END-IF
006950     IF st-last(rule-idx) = "OK"
006960         MOVE "C" TO st-state(rule-idx)
006970         GO TO 3100-EXIT
006980     END-IF
006990     IF st-ok-sw(rule-idx) = "Y"
007000         MOVE "R" TO st-state(rule-idx)
007010     ELSE
007020         MOVE "F" TO st-state(rule-idx)
007030     END-IF.
007040 3100-EXIT.
007050     EXIT.
007060*    Rows 4-7 are GCJ01-GCJ04.
007070 3200-NOTE-STREAMS-SEEN.
007080     COMPUTE rule-idx = stream-idx + 3
007090     IF st-events(rule-idx) > 0
007100         MOVE stream-idx TO stream-seen-max
007110     END-IF.
007120 3200-EXIT.
007130     EXIT.
007140 3300-MARK-STREAM-PATH.
007150     COMPUTE rule-idx = stream-idx + 3
007160     MOVE "Y" TO st-on-path(rule-idx).
007170 3300-EXIT.
007180     EXIT.
007190*----------------------------------------------------------------
007200* 3500-LIST-STEP-STATE - one line per step on the night's path
007210*                        with what the master says happened.
007220*----------------------------------------------------------------
007230 3500-LIST-STEP-STATE.
007240     IF st-on-path(rule-idx) NOT = "Y"
007250         GO TO 3500-EXIT
007260     END-IF
007270     PERFORM 3600-STATE-TEXT THRU 3600-EXIT
007280     MOVE SPACES TO PLAN-RECORD
007290     STRING "STEP " DELIMITED BY SIZE
007300            rule-step(rule-idx) DELIMITED BY SIZE
007310            " " DELIMITED BY SIZE
007320            state-text DELIMITED BY SIZE
007330            " STARTS=" DELIMITED BY SIZE
007340            st-starts(rule-idx) DELIMITED BY SIZE
007350            " EVENTS=" DELIMITED BY SIZE
007360            st-events(rule-idx) DELIMITED BY SIZE
007370            INTO PLAN-RECORD
007380     END-STRING
007390     WRITE PLAN-RECORD
007400     IF st-state(rule-idx) = "C"
007410         ADD 1 TO complete-count
007420     END-IF.
007430 3500-EXIT.
007440     EXIT.
007450 3600-STATE-TEXT.
007460     MOVE "NEVER STARTED" TO state-text
007470     IF st-state(rule-idx) = "C"
007480         MOVE "COMPLETE" TO state-text
007490     END-IF
007500     IF st-state(rule-idx) = "F"
007510         MOVE "ENDED FAIL" TO state-text
007520     END-IF
007530     IF st-state(rule-idx) = "A"
007540         MOVE "ABENDED - NO END" TO state-text
007550     END-IF
007560     IF st-state(rule-idx) = "R"
007570         MOVE "RERUN AFTER OK FAILED" TO state-text
007580     END-IF.
007590 3600-EXIT.
007600     EXIT.
007610*----------------------------------------------------------------
007620* 4000-BUILD-PLAN - down the table in order: a step on the path
007630*                   that isn't complete is planned, checked
007640*                   against the guard's predecessors and given
007650*                   its deck. A complete step, or a planned one,
007660*                   counts as done for the steps after it.
007670*----------------------------------------------------------------
007680 4000-BUILD-PLAN.
007690     MOVE SPACES TO PLAN-RECORD
007700     WRITE PLAN-RECORD
007710     MOVE "STEPS TO RUN, IN SUBMISSION ORDER:" TO PLAN-RECORD
007720     WRITE PLAN-RECORD
007730     PERFORM 4100-PLAN-ONE-STEP THRU 4100-EXIT
007740         VARYING rule-idx FROM 1 BY 1
007750         UNTIL rule-idx > step-rule-count
007760     IF plan-seq = 0
007770         MOVE "  NONE - THE NIGHT IS COMPLETE, NOTHING TO RUN"
007780             TO PLAN-RECORD
007790         WRITE PLAN-RECORD
007800     ELSE
007810         MOVE "./ ENDUP" TO DECK-RECORD
007820         WRITE DECK-RECORD
007830     END-IF.
007840 4000-EXIT.
007850     EXIT.
007860 4100-PLAN-ONE-STEP.
007870     IF st-on-path(rule-idx) NOT = "Y"
007880         GO TO 4100-EXIT
007890     END-IF
007900     IF st-state(rule-idx) = "C"
007910         MOVE "Y" TO st-ready(rule-idx)
007920         GO TO 4100-EXIT
007930     END-IF
007940     ADD 1 TO plan-seq
007950     MOVE rule-step(rule-idx) TO plan-step
007960     IF rule-idx = 2
007970         SET SPLIT-PLANNED TO TRUE
007980     END-IF
007990     PERFORM 4200-PICK-MODE THRU 4200-EXIT
008000     PERFORM 4300-CHECK-GUARD THRU 4300-EXIT
008010     MOVE SPACES TO PLAN-RECORD
008020     STRING "  " DELIMITED BY SIZE
008030            plan-seq DELIMITED BY SIZE
008040            " " DELIMITED BY SIZE
008050            plan-step DELIMITED BY SIZE
008060            " MODE=" DELIMITED BY SIZE
008070            plan-mode DELIMITED BY SIZE
008080            " REASON: " DELIMITED BY SIZE
008090            plan-reason DELIMITED BY SIZE
008100            INTO PLAN-RECORD
008110     END-STRING
008120     WRITE PLAN-RECORD
008130     IF plan-note NOT = SPACES
008140         MOVE SPACES TO PLAN-RECORD
008150         STRING "             " DELIMITED BY SIZE
008160                plan-note DELIMITED BY SIZE
008170                INTO PLAN-RECORD
008180         END-STRING
008190         WRITE PLAN-RECORD
008200     END-IF
008210     IF NOT GUARD-OK
008220         ADD 1 TO refused-count
008230         SET PLAN-BAD TO TRUE
008240         MOVE SPACES TO PLAN-RECORD
008250         STRING "             GCJRCTL WILL REFUSE - PREDECESSOR "
008260                DELIMITED BY SIZE
008270                "NEITHER COMPLETE NOR PLANNED AHEAD OF IT"
008280                DELIMITED BY SIZE
008290                INTO PLAN-RECORD
008300         END-STRING
008310         WRITE PLAN-RECORD
008320     END-IF
008330     MOVE "Y" TO st-ready(rule-idx)
008340     PERFORM 4500-WRITE-DECK THRU 4500-EXIT.
008350 4100-EXIT.
008360     EXIT.
008370*----------------------------------------------------------------
008380* 4200-PICK-MODE - the reason the step runs and the mode it runs
008390*                  in. Only GCJ and the stream steps have modes
008400*                  of their own; every other step simply reruns.
008410*----------------------------------------------------------------
008420 4200-PICK-MODE.
008430     MOVE "FRESH" TO plan-mode
008440     MOVE SPACES TO plan-note
008450     MOVE "N" TO restart-flag
008460     MOVE "N" TO repair-flag
008470     MOVE 0 TO plan-stream-no
008480     MOVE "NEVER STARTED" TO plan-reason
008490     IF st-state(rule-idx) = "F"
008500         MOVE "LAST ATTEMPT ENDED FAIL" TO plan-reason
008510     END-IF
008520     IF st-state(rule-idx) = "A"
008530         MOVE "STARTED, NO END ON RUN MASTER - ABENDED"
008540             TO plan-reason
008550     END-IF
008560     IF st-state(rule-idx) = "R"
008570         MOVE "RERUN AFTER END OK DID NOT FINISH" TO plan-reason
008580     END-IF
008590     IF rule-idx > 3 AND rule-idx < 8
008600         COMPUTE plan-stream-no = rule-idx - 3
008610         MOVE plan-stream-no TO ckpt-idx
008620     ELSE
008630         IF rule-idx = 3
008640             MOVE 5 TO ckpt-idx
008650         ELSE
008660             GO TO 4200-EXIT
008670         END-IF
008680     END-IF
008690     IF st-state(rule-idx) = "R"
008700         MOVE "REPAIR" TO plan-mode
008710         MOVE "Y" TO repair-flag
008720         MOVE "REPAIR PASS AGAIN - CORFILE AND RPTOLD AS BEFORE"
008730             TO plan-note
008740         GO TO 4200-EXIT
008750     END-IF
008760     IF st-state(rule-idx) = "N"
008770         GO TO 4200-EXIT
008780     END-IF
008790     IF ckpt-case(ckpt-idx) > 0
008800         MOVE "RESTART" TO plan-mode
008810         MOVE "Y" TO restart-flag
008820         MOVE SPACES TO plan-note
008830         STRING "CHECKPOINT AT CASE " DELIMITED BY SIZE
008840                ckpt-case(ckpt-idx) DELIMITED BY SIZE
008850                " - RESUMES AFTER IT" DELIMITED BY SIZE
008860                INTO plan-note
008870         END-STRING
008880     ELSE
008890         MOVE "NO CHECKPOINT TAKEN - RERUNS FROM THE FIRST CASE"
008900             TO plan-note
008910     END-IF.
008920 4200-EXIT.
008930     EXIT.
008940*----------------------------------------------------------------
008950* 4300-CHECK-GUARD - GCJRCTL's predecessor rules against what
008960*                    will be done by the time this step submits.
008970*----------------------------------------------------------------
008980 4300-CHECK-GUARD.
008990     MOVE "Y" TO GUARD-OK-SW
009000     IF PARTITIONED-NIGHT
009010             AND (plan-step = "GCJMERGE" OR plan-step = "GCJHBLK")
009020         PERFORM 4310-CHECK-ONE-STREAM THRU 4310-EXIT
009030             VARYING stream-idx FROM 1 BY 1
009040             UNTIL stream-idx > stream-want
009050         GO TO 4300-EXIT
009060     END-IF
009070     IF PARTITIONED-NIGHT AND rule-pred1(rule-idx) = "GCJMERGE"
009080         IF st-ready(8) NOT = "Y"
009090             MOVE "N" TO GUARD-OK-SW
009100         END-IF
009110         GO TO 4300-EXIT
009120     END-IF
009130     IF rule-pred1(rule-idx) = SPACES
009140         GO TO 4300-EXIT
009150     END-IF
009160     MOVE "N" TO GUARD-OK-SW
009170     MOVE rule-pred1(rule-idx) TO look-name
009180     PERFORM 4320-CHECK-PRED-READY THRU 4320-EXIT
009190     IF rule-pred2(rule-idx) NOT = SPACES
009200         MOVE rule-pred2(rule-idx) TO look-name
009210         PERFORM 4320-CHECK-PRED-READY THRU 4320-EXIT
009220     END-IF.
009230 4300-EXIT.
009240     EXIT.
009250 4310-CHECK-ONE-STREAM.
009260     COMPUTE pred-idx = stream-idx + 3
009270     IF st-ready(pred-idx) NOT = "Y"
009280         MOVE "N" TO GUARD-OK-SW
009290     END-IF.
009300 4310-EXIT.
009310     EXIT.
009320*    2200-FIND-STEP runs RULE-IDX itself, so the planned row is
009330*    kept aside while the predecessor is looked up.
009340 4320-CHECK-PRED-READY.
009350     MOVE rule-idx TO pred-idx
009360     PERFORM 2200-FIND-STEP THRU 2200-EXIT
009370     MOVE pred-idx TO rule-idx
009380     IF RULE-FOUND
009390         IF st-ready(found-rule-idx) = "Y"
009400             MOVE "Y" TO GUARD-OK-SW
009410         END-IF
009420     END-IF.
009430 4320-EXIT.
009440     EXIT.
009450*----------------------------------------------------------------
009460* 4500-WRITE-DECK - the step's member on RCVDECK: the GCJRCTL
009470*                   cards, then the step's own. A stream step
009480*                   whose case range isn't known yet - GCJSPLIT
009490*                   is still to run, or SPLFILE carries no range
009500*                   for it - gets no member; the plan says why.
009510*----------------------------------------------------------------
009520 4500-WRITE-DECK.
009530     IF plan-stream-no > 0
009540         IF SPLIT-PLANNED OR split-first(plan-stream-no) = 0
009550             ADD 1 TO deck-waiting
009560             MOVE SPACES TO PLAN-RECORD
009570             IF SPLIT-PLANNED
009580                 STRING "             NO DECK YET - CASE RANGE "
009590                        DELIMITED BY SIZE
009600                        "COMES FROM THE GCJSPLIT RERUN, "
009610                        DELIMITED BY SIZE
009620                        "PLAN AGAIN " DELIMITED BY SIZE
009630                        "AFTER IT ENDS OK" DELIMITED BY SIZE
009640                        INTO PLAN-RECORD
009650                 END-STRING
009660             ELSE
009670                 STRING "             NO DECK - SPLFILE "
009680                        DELIMITED BY SIZE
009690                        "CARRIES NO CASE RANGE FOR THIS STREAM"
009700                        DELIMITED BY SIZE
009710                        INTO PLAN-RECORD
009720                 END-STRING
009730                 SET PLAN-BAD TO TRUE
009740             END-IF
009750             WRITE PLAN-RECORD
009760             GO TO 4500-EXIT
009770         END-IF
009780     END-IF
009790     ADD 1 TO deck-count
009800     MOVE SPACES TO DECK-RECORD
009810     STRING "./ ADD NAME=" DELIMITED BY SIZE
009820            plan-step DELIMITED BY SPACE
009830            INTO DECK-RECORD
009840     END-STRING
009850     WRITE DECK-RECORD
009860     MOVE SPACES TO DECK-RECORD
009870     STRING "* RECOVERY DECK - RUN DATE " DELIMITED BY SIZE
009880            run-date DELIMITED BY SIZE
009890            " STEP " DELIMITED BY SIZE
009900            plan-step DELIMITED BY SIZE
009910            " MODE " DELIMITED BY SIZE
009920            plan-mode DELIMITED BY SIZE
009930            INTO DECK-RECORD
009940     END-STRING
009950     WRITE DECK-RECORD
009960     MOVE SPACES TO DECK-RECORD
009970     STRING "GCJ_RC_STEP " DELIMITED BY SIZE
009980            plan-step DELIMITED BY SPACE
009990            INTO DECK-RECORD
010000     END-STRING
010010     WRITE DECK-RECORD
010020     MOVE "GCJ_RC_EVENT START" TO DECK-RECORD
010030     WRITE DECK-RECORD
010040     MOVE SPACES TO DECK-RECORD
010050     STRING "GCJ_RC_DATE " DELIMITED BY SIZE
010060            run-date DELIMITED BY SIZE
010070            INTO DECK-RECORD
010080     END-STRING
010090     WRITE DECK-RECORD
010100     IF rule-idx > 2 AND rule-idx < 8
010110         MOVE SPACES TO DECK-RECORD
010120         STRING "GCJ_RC_MODE " DELIMITED BY SIZE
010130                plan-mode DELIMITED BY SPACE
010140                INTO DECK-RECORD
010150         END-STRING
010160         WRITE DECK-RECORD
010170     END-IF
010180     IF restart-flag = "Y"
010190         MOVE "GCJ_RESTART Y" TO DECK-RECORD
010200         WRITE DECK-RECORD
010210     END-IF
010220     IF repair-flag = "Y"
010230         MOVE "GCJ_REPAIR Y" TO DECK-RECORD
010240         WRITE DECK-RECORD
010250     END-IF
010260*    The steps that read the stream count: the split, the merge,
010270*    the bulk load and every stream - a stream's offset is only
010280*    legal on a deck that declares the partitioned run.
010290     IF PARTITIONED-NIGHT
010300         IF rule-idx = 2 OR rule-idx = 8 OR rule-idx = 12
010310                 OR plan-stream-no > 0
010320             MOVE stream-want TO plan-streams-x
010330             MOVE SPACES TO DECK-RECORD
010340             STRING "GCJ_STREAMS " DELIMITED BY SIZE
010350                    plan-streams-x DELIMITED BY SIZE
010360                    INTO DECK-RECORD
010370             END-STRING
010380             WRITE DECK-RECORD
010390         END-IF
010400     END-IF
010410     IF plan-stream-no > 0
010420         PERFORM 4600-WRITE-OFFSET-CARD THRU 4600-EXIT
010430     END-IF.
010440 4500-EXIT.
010450     EXIT.
010460*----------------------------------------------------------------
010470* 4600-WRITE-OFFSET-CARD - SLICE-FIRST less one, un-padded the
010480*                          way the NUM cards are keyed.
010490*----------------------------------------------------------------
010500 4600-WRITE-OFFSET-CARD.
010510     COMPUTE plan-offset = split-first(plan-stream-no) - 1
010520     MOVE plan-offset TO offset-text
010530     MOVE 1 TO offset-start
010540     INSPECT offset-text TALLYING offset-start FOR LEADING ZEROS
010550     IF offset-start > 9
010560         MOVE 9 TO offset-start
010570     END-IF
010580     COMPUTE offset-len = 10 - offset-start
010590     MOVE SPACES TO DECK-RECORD
010600     STRING "GCJ_CASE_OFFSET " DELIMITED BY SIZE
010610            offset-text(offset-start:offset-len) DELIMITED BY SIZE
010620            INTO DECK-RECORD
010630     END-STRING
010640     WRITE DECK-RECORD.
010650 4600-EXIT.
010660     EXIT.
010670*----------------------------------------------------------------
010680* 8000-WRITE-TOTALS - the plan's bottom line.
010690*----------------------------------------------------------------
010700 8000-WRITE-TOTALS.
010710     MOVE SPACES TO PLAN-RECORD
010720     WRITE PLAN-RECORD
010730     MOVE SPACES TO PLAN-RECORD
010740     STRING "STEPS COMPLETE=" DELIMITED BY SIZE
010750            complete-count DELIMITED BY SIZE
010760            " TO RUN=" DELIMITED BY SIZE
010770            plan-seq DELIMITED BY SIZE
010780            " DECKS WRITTEN=" DELIMITED BY SIZE
010790            deck-count DELIMITED BY SIZE
010800            " DECKS HELD=" DELIMITED BY SIZE
010810            deck-waiting DELIMITED BY SIZE
010820            " GUARD REFUSALS=" DELIMITED BY SIZE
010830            refused-count DELIMITED BY SIZE
010840            INTO PLAN-RECORD
010850     END-STRING
010860     WRITE PLAN-RECORD
010870     IF PLAN-BAD
010880         MOVE "PLAN NOT READY - SEE THE FLAGGED STEPS"
010890             TO PLAN-RECORD
010900         WRITE PLAN-RECORD
010910         GO TO 8000-EXIT
010920     END-IF
010930     IF deck-waiting > 0
010940         MOVE SPACES TO PLAN-RECORD
010950         STRING "PLAN READY THROUGH GCJSPLIT - RUN GCJRPLN AGAIN "
010960                DELIMITED BY SIZE
010970                "AFTER IT FOR THE STREAM DECKS" DELIMITED BY SIZE
010980                INTO PLAN-RECORD
010990         END-STRING
011000     ELSE
011010         MOVE "PLAN READY - LOAD RCVDECK, SUBMIT IN ORDER SHOWN"
011020             TO PLAN-RECORD
011030     END-IF
011040     WRITE PLAN-RECORD.
011050 8000-EXIT.
011060     EXIT.
011070*----------------------------------------------------------------
011080* 9000-TERMINATE - close out the plan and the decks.
011090*----------------------------------------------------------------
011100 9000-TERMINATE.
011110     CLOSE PLAN-REPORT
011120     CLOSE DECK-FILE.
011130 9000-EXIT.
011140     EXIT.
