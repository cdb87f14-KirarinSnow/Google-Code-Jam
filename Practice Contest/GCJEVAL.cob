000010* Program: GCJEVAL - pre-run ENTRANT marker check
000020* Language: COBOL
000030* Author: KirarinSnow
000040* Usage: cobc -x thisfile.cob -o exec, then run against the
000050*        night's INFILE and the ENTMSTR registration master ahead
000060*        of the GCJ step. A GCJ_RUN_DATE card on the PARMFILE deck
000070*        (YYYYMMDD, default today) dates the check; on a stream's
000080*        slice put the same GCJ_CASE_OFFSET card the stream's GCJ
000090*        step gets so the case ranges read the same as that
000100*        stream's RPTFILE.
000110*        The check lands on ENTCHK: one line per ENTRANT marker
000120*        block saying whether the id is REGISTERED, UNKNOWN or
000130*        WITHDRAWN with the block's case range and count, a line
000140*        for any untagged cases ahead of the first marker, the
000150*        totals, and a verdict line.
000160* Comments: The master lookup is the one GCJ's 2191 makes - ACTIVE
000170*           on ENTMSTR decides, anything else holds - so the cases
000180*           this check lists as held are exactly the ones GCJ will
000190*           put on ENTHOLD, and the desk can chase a registration
000200*           card through GCJEREG before the run instead of
000210*           re-running held cases after it. A held block is not a
000220*           failure; the step ends clean either way. No ENTMSTR
000230*           cataloged means GCJ checks nothing and holds nothing,
000240*           and the check says so in plain words.
000250*
000260* Modification History:
000270* DATE       INIT  DESCRIPTION
000280* 2026-10-15 KS    New program - lists every ENTRANT marker on the
000290*                    night's INFILE against the registration
000300*                    master before GCJ runs, with the case range
000310*                    each unregistered or withdrawn id would hold.
000320* 2026-10-15 KS    GCJ_CASE_OFFSET now numbers the cases from the
000330*                    stream's offset, as GCJnn labels them, so a
000340*                    stream slice's held ranges match its RPTFILE
000350*                    and ENTHOLD.
000360
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. GCJEVAL.
000390 AUTHOR. KirarinSnow.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT INPUT-FILE ASSIGN TO "INFILE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS input-file-status.
000460     SELECT ENTRANT-MASTER ASSIGN TO "ENTMSTR"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS ENT-ID
000500         FILE STATUS IS entrant-file-status.
000510     SELECT CHECK-REPORT ASSIGN TO "ENTCHK"
000520         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS parm-file-status.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  INPUT-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORDING MODE IS F.
000610 01  INPUT-RECORD         PIC X(99).
000620 FD  ENTRANT-MASTER
000630     LABEL RECORDS ARE STANDARD
000640     RECORDING MODE IS F.
000650 01  ENTRANT-RECORD.
000660     05  ENT-ID               PIC X(08).
000670     05  ENT-STATUS           PIC X(09).
000680     05  ENT-NAME             PIC X(30).
000690     05  ENT-REG-DATE         PIC 9(8).
000700     05  ENT-CHG-DATE         PIC 9(8).
000710     05  FILLER               PIC X(17).
000720 FD  CHECK-REPORT
000730     LABEL RECORDS ARE STANDARD
000740     RECORDING MODE IS F.
000750 01  CHECK-REPORT-REC     PIC X(132).
000760 FD  PARM-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORDING MODE IS F.
000790 01  PARM-RECORD          PIC X(80).
000800 WORKING-STORAGE SECTION.
000810 77  input-file-status    PIC X(02).
000820 77  entrant-file-status  PIC X(02).
000830 77  parm-file-status     PIC X(02).
000840 77  parm-max             PIC 9(9)  VALUE 30.
000850 01  SWITCHES.
000860     05  INPUT-EOF-SW     PIC X(01)  VALUE "N".
000870         88  INPUT-EOF               VALUE "Y".
000880     05  INPUT-OPEN-SW    PIC X(01)  VALUE "N".
000890         88  INPUT-OPENED            VALUE "Y".
000900     05  ENT-AVAIL-SW     PIC X(01)  VALUE "N".
000910         88  ENT-AVAILABLE           VALUE "Y".
000920     05  BLOCK-OPEN-SW    PIC X(01)  VALUE "N".
000930         88  BLOCK-OPEN              VALUE "Y".
000940     05  CATCHUP-SW       PIC X(01)  VALUE "N".
000950         88  CATCHUP-MODE            VALUE "Y".
000960     05  ENV-PARSE-SW     PIC X(01)  VALUE "N".
000970         88  ENV-PARSED              VALUE "Y".
000980     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
000990         88  PARM-EOF                VALUE "Y".
001000     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
001010         88  PARM-FOUND              VALUE "Y".
001020 01  env-text         PIC X(9).
001030 01  env-token-text   PIC X(9)  JUSTIFIED RIGHT.
001040 01  env-number       PIC 9(9).
001050 01  parm-count       PIC 9(9)  VALUE ZERO.
001060 01  PARM-TABLE.
001070     05  PARM-ENTRY OCCURS 30 TIMES.
001080         10  pf-key       PIC X(20).
001090         10  pf-value     PIC X(20).
001100 01  parm-idx         PIC 9(9).
001110 01  parm-name        PIC X(20).
001120 01  parm-token-start PIC 9(9).
001130 01  token-len        PIC 9(9).
001140 01  run-date         PIC 9(8).
001150 01  case-offset      PIC 9(9)  VALUE ZERO.
001160 01  case-number      PIC 9(9)  VALUE ZERO.
001170*    The marker block in progress: its id, what the master says
001180*    about it, and the range of case numbers it covers.
001190 01  block-entrant    PIC X(8)  VALUE SPACES.
001200 01  block-standing   PIC X(10) VALUE SPACES.
001210 01  block-first      PIC 9(9)  VALUE ZERO.
001220 01  block-last       PIC 9(9)  VALUE ZERO.
001230 01  block-cases      PIC 9(9)  VALUE ZERO.
001240 01  block-note       PIC X(13) VALUE SPACES.
001250 01  entrant-id-len   PIC 9(9).
001260 01  marker-count     PIC 9(9)  VALUE ZERO.
001270 01  registered-count PIC 9(9)  VALUE ZERO.
001280 01  unknown-count    PIC 9(9)  VALUE ZERO.
001290 01  withdrawn-count  PIC 9(9)  VALUE ZERO.
001300 01  unreadable-count PIC 9(9)  VALUE ZERO.
001310 01  held-case-count  PIC 9(9)  VALUE ZERO.
001320 01  clear-case-count PIC 9(9)  VALUE ZERO.
001330 PROCEDURE DIVISION.
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001360     PERFORM 2000-CHECK-INPUT THRU 2000-EXIT
001370     PERFORM 2900-WRITE-TOTALS THRU 2900-EXIT
001380     PERFORM 9000-TERMINATE THRU 9000-EXIT
001390     STOP RUN.
001400*----------------------------------------------------------------
001410* 1000-INITIALIZE - pick up the run date and case offset, open the
001420*                   datasets, and read past INFILE's TOTAL header.
001430*                   A catch-up file opens on its first BATCH
001440*                   header instead, which 2100 takes like any
001450*                   other. An INFILE that isn't cataloged has
001460*                   nothing to check.
001470*----------------------------------------------------------------
001480 1000-INITIALIZE.
001490     ACCEPT run-date FROM DATE YYYYMMDD
001500     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
001510     MOVE "GCJ_RUN_DATE" TO parm-name
001520     PERFORM 1820-GET-PARM THRU 1820-EXIT
001530     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
001540         MOVE env-text(1:8) TO run-date
001550     END-IF
001560     MOVE "GCJ_CASE_OFFSET" TO parm-name
001570     PERFORM 1820-GET-PARM THRU 1820-EXIT
001580     PERFORM 1100-PARSE-ENV-NUMBER THRU 1100-EXIT
001590     IF ENV-PARSED
001600         MOVE env-number TO case-offset
001610     END-IF
001620     MOVE case-offset TO case-number
001630     OPEN OUTPUT CHECK-REPORT
001640     MOVE SPACES TO CHECK-REPORT-REC
001650     STRING "ENTRANT CHECK FOR RUN DATE " DELIMITED BY SIZE
001660            run-date DELIMITED BY SIZE
001670            INTO CHECK-REPORT-REC
001680     END-STRING
001690     WRITE CHECK-REPORT-REC
001700     OPEN INPUT ENTRANT-MASTER
001710     IF entrant-file-status = "00"
001720         SET ENT-AVAILABLE TO TRUE
001730     ELSE
001740         MOVE SPACES TO CHECK-REPORT-REC
001750         STRING "NO ENTMSTR CATALOGED (STATUS=" DELIMITED BY SIZE
001760                entrant-file-status DELIMITED BY SIZE
001770                ") - NO MARKERS CHECKED, GCJ HOLDS NO CASES"
001780                DELIMITED BY SIZE
001790                INTO CHECK-REPORT-REC
001800         END-STRING
001810         WRITE CHECK-REPORT-REC
001820     END-IF
001830     OPEN INPUT INPUT-FILE
001840     IF input-file-status NOT = "00"
001850         MOVE SPACES TO CHECK-REPORT-REC
001860         STRING "NO INFILE CATALOGED (STATUS=" DELIMITED BY SIZE
001870                input-file-status DELIMITED BY SIZE
001880                ") - NOTHING TO CHECK" DELIMITED BY SIZE
001890                INTO CHECK-REPORT-REC
001900         END-STRING
001910         WRITE CHECK-REPORT-REC
001920         SET INPUT-EOF TO TRUE
001930         GO TO 1000-EXIT
001940     END-IF
001950     SET INPUT-OPENED TO TRUE
001960     READ INPUT-FILE
001970         AT END
001980             SET INPUT-EOF TO TRUE
001990             GO TO 1000-EXIT
002000     END-READ
002010     IF INPUT-RECORD(1:6) = "BATCH "
002020         SET CATCHUP-MODE TO TRUE
002030         PERFORM 2400-START-BATCH THRU 2400-EXIT
002040     END-IF.
002050 1000-EXIT.
002060     EXIT.
002070*----------------------------------------------------------------
002080* 1100-PARSE-ENV-NUMBER - turn the digit string sitting in
002090*                         ENV-TEXT into ENV-NUMBER, same token
002100*                         technique as the CTLFILE parse in GCJ.
002110*----------------------------------------------------------------
002120 1100-PARSE-ENV-NUMBER.
002130     MOVE "N" TO ENV-PARSE-SW
002140     MOVE 0 TO token-len
002150     INSPECT env-text TALLYING token-len
002160         FOR CHARACTERS BEFORE INITIAL SPACE
002170     IF token-len = 0 OR token-len > 9
002180         GO TO 1100-EXIT
002190     END-IF
002200     IF env-text(1:token-len) IS NOT NUMERIC
002210         GO TO 1100-EXIT
002220     END-IF
002230     MOVE env-text(1:token-len) TO env-token-text
002240     MOVE env-token-text TO env-number
002250     SET ENV-PARSED TO TRUE.
002260 1100-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------
002290* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
002300*                       table, one "KEYWORD VALUE" card per
002310*                       record, blank and *-comment cards passed
002320*                       by; a deck that isn't cataloged leaves
002330*                       every parameter at its default. Same
002340*                       deck-and-lookup shape as GCJ's.
002350*----------------------------------------------------------------
002360 1800-LOAD-PARM-FILE.
002370     MOVE 0 TO parm-count
002380     MOVE "N" TO PARM-EOF-SW
002390     OPEN INPUT PARM-FILE
002400     IF parm-file-status NOT = "00"
002410         GO TO 1800-EXIT
002420     END-IF
002430     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
002440         UNTIL PARM-EOF
002450     CLOSE PARM-FILE.
002460 1800-EXIT.
002470     EXIT.
002480 1810-LOAD-ONE-PARM.
002490     READ PARM-FILE
002500         AT END
002510             SET PARM-EOF TO TRUE
002520             GO TO 1810-EXIT
002530     END-READ
002540     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
002550         GO TO 1810-EXIT
002560     END-IF
002570     IF parm-count NOT < parm-max
002580         GO TO 1810-EXIT
002590     END-IF
002600     MOVE 0 TO token-len
002610     INSPECT PARM-RECORD TALLYING token-len
002620         FOR CHARACTERS BEFORE INITIAL SPACE
002630     IF token-len = 0 OR token-len > 20
002640         GO TO 1810-EXIT
002650     END-IF
002660     ADD 1 TO parm-count
002670     MOVE SPACES TO pf-key(parm-count)
002680     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
002690     MOVE SPACES TO pf-value(parm-count)
002700     COMPUTE parm-token-start = token-len + 2
002710     IF parm-token-start > 80
002720         GO TO 1810-EXIT
002730     END-IF
002740     MOVE 0 TO token-len
002750     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
002760         FOR CHARACTERS BEFORE INITIAL SPACE
002770     IF token-len = 0 OR token-len > 20
002780         GO TO 1810-EXIT
002790     END-IF
002800     MOVE PARM-RECORD(parm-token-start:token-len)
002810         TO pf-value(parm-count).
002820 1810-EXIT.
002830     EXIT.
002840*----------------------------------------------------------------
002850* 1820-GET-PARM - the card PARM-NAME names, its value into
002860*                 ENV-TEXT; spaces when the deck doesn't carry
002870*                 it.
002880*----------------------------------------------------------------
002890 1820-GET-PARM.
002900     MOVE SPACES TO env-text
002910     MOVE "N" TO PARM-FOUND-SW
002920     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
002930         VARYING parm-idx FROM 1 BY 1
002940         UNTIL PARM-FOUND OR parm-idx > parm-count.
002950 1820-EXIT.
002960     EXIT.
002970 1830-MATCH-ONE-PARM.
002980     IF pf-key(parm-idx) = parm-name
002990         SET PARM-FOUND TO TRUE
003000         MOVE pf-value(parm-idx) TO env-text
003010     END-IF.
003020 1830-EXIT.
003030     EXIT.
003040*----------------------------------------------------------------
003050* 2000-CHECK-INPUT - every record after the header, in order.
003060*----------------------------------------------------------------
003070 2000-CHECK-INPUT.
003080     PERFORM 2100-CHECK-ONE-RECORD THRU 2100-EXIT
003090         UNTIL INPUT-EOF
003100     PERFORM 2300-CLOSE-BLOCK THRU 2300-EXIT.
003110 2000-EXIT.
003120     EXIT.
003130*----------------------------------------------------------------
003140* 2100-CHECK-ONE-RECORD - a SESSION marker takes no case number
003150*                         and doesn't change the entrant; an
003160*                         ENTRANT marker closes the block in
003170*                         progress and opens its own; on a
003180*                         catch-up file a BATCH header starts the
003190*                         next day's numbering from 1, untagged,
003200*                         the way GCJ's 4100 does. Anything else
003210*                         is a case line of the current block.
003220*----------------------------------------------------------------
003230 2100-CHECK-ONE-RECORD.
003240     READ INPUT-FILE
003250         AT END
003260             SET INPUT-EOF TO TRUE
003270             GO TO 2100-EXIT
003280     END-READ
003290     IF INPUT-RECORD(1:8) = "SESSION "
003300         GO TO 2100-EXIT
003310     END-IF
003320     IF INPUT-RECORD(1:8) = "ENTRANT "
003330         PERFORM 2200-OPEN-MARKER-BLOCK THRU 2200-EXIT
003340         GO TO 2100-EXIT
003350     END-IF
003360     IF CATCHUP-MODE AND INPUT-RECORD(1:6) = "BATCH "
003370         PERFORM 2300-CLOSE-BLOCK THRU 2300-EXIT
003380         PERFORM 2400-START-BATCH THRU 2400-EXIT
003390         GO TO 2100-EXIT
003400     END-IF
003410     ADD 1 TO case-number
003420     IF NOT BLOCK-OPEN
003430         SET BLOCK-OPEN TO TRUE
003440         MOVE SPACES TO block-entrant
003450         MOVE "UNTAGGED" TO block-standing
003460     END-IF
003470     ADD 1 TO block-cases
003480     IF block-cases = 1
003490         MOVE case-number TO block-first
003500     END-IF
003510     MOVE case-number TO block-last
003520     IF block-standing = "UNKNOWN" OR block-standing = "WITHDRAWN"
003530         ADD 1 TO held-case-count
003540     ELSE
003550         ADD 1 TO clear-case-count
003560     END-IF.
003570 2100-EXIT.
003580     EXIT.
003590*----------------------------------------------------------------
003600* 2200-OPEN-MARKER-BLOCK - parse the marker's id the way GCJ's
003610*                          2190 does (1-8 characters off column
003620*                          9) and look it up. An unreadable marker
003630*                          leaves the block in progress running,
003640*                          the same "tag unchanged" GCJ gives it.
003650*----------------------------------------------------------------
003660 2200-OPEN-MARKER-BLOCK.
003670     MOVE 0 TO entrant-id-len
003680     INSPECT INPUT-RECORD(9:) TALLYING entrant-id-len
003690         FOR CHARACTERS BEFORE INITIAL SPACE
003700     IF entrant-id-len = 0 OR entrant-id-len > 8
003710         ADD 1 TO unreadable-count
003720         MOVE SPACES TO CHECK-REPORT-REC
003730         STRING "UNREADABLE MARKER AFTER CASE " DELIMITED BY SIZE
003740                case-number DELIMITED BY SIZE
003750                " - BLOCK CARRIES ON: " DELIMITED BY SIZE
003760                INPUT-RECORD(1:60) DELIMITED BY SIZE
003770                INTO CHECK-REPORT-REC
003780         END-STRING
003790         WRITE CHECK-REPORT-REC
003800         GO TO 2200-EXIT
003810     END-IF
003820     PERFORM 2300-CLOSE-BLOCK THRU 2300-EXIT
003830     ADD 1 TO marker-count
003840     SET BLOCK-OPEN TO TRUE
003850     MOVE SPACES TO block-entrant
003860     MOVE INPUT-RECORD(9:entrant-id-len) TO block-entrant
003870     IF NOT ENT-AVAILABLE
003880         MOVE "UNCHECKED" TO block-standing
003890         GO TO 2200-EXIT
003900     END-IF
003910     MOVE block-entrant TO ENT-ID
003920     MOVE " WILL BE HELD" TO block-note
003930     READ ENTRANT-MASTER
003940         INVALID KEY
003950             CONTINUE
003960     END-READ
003970     IF entrant-file-status = "00" AND ENT-STATUS = "ACTIVE"
003980         MOVE "REGISTERED" TO block-standing
003990         MOVE SPACES TO block-note
004000         ADD 1 TO registered-count
004010         GO TO 2200-EXIT
004020     END-IF
004030     IF entrant-file-status = "00"
004040         MOVE "WITHDRAWN" TO block-standing
004050         ADD 1 TO withdrawn-count
004060     ELSE
004070         MOVE "UNKNOWN" TO block-standing
004080         ADD 1 TO unknown-count
004090     END-IF.
004100 2200-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130* 2300-CLOSE-BLOCK - the line for the block just ended. Every
004140*                    marker gets its line, cases or not; the
004150*                    untagged stretch ahead of the first marker
004160*                    only when it has cases in it. The range
004170*                    prints zero-padded, the SPLFILE way.
004180*----------------------------------------------------------------
004190 2300-CLOSE-BLOCK.
004200     IF NOT BLOCK-OPEN
004210         GO TO 2300-EXIT
004220     END-IF
004230     MOVE SPACES TO CHECK-REPORT-REC
004240     IF block-entrant = SPACES
004250         STRING "DATE=" DELIMITED BY SIZE
004260                run-date DELIMITED BY SIZE
004270                " NO ENTRANT MARKER YET - CASES "
004280                DELIMITED BY SIZE
004290                block-first DELIMITED BY SIZE
004300                "-" DELIMITED BY SIZE
004310                block-last DELIMITED BY SIZE
004320                " COUNT=" DELIMITED BY SIZE
004330                block-cases DELIMITED BY SIZE
004340                " UNTAGGED" DELIMITED BY SIZE
004350                INTO CHECK-REPORT-REC
004360         END-STRING
004370     ELSE
004380         STRING "DATE=" DELIMITED BY SIZE
004390                run-date DELIMITED BY SIZE
004400                " ENTRANT " DELIMITED BY SIZE
004410                block-entrant DELIMITED BY SPACE
004420                " " DELIMITED BY SIZE
004430                block-standing DELIMITED BY SPACE
004440                " - CASES " DELIMITED BY SIZE
004450                block-first DELIMITED BY SIZE
004460                "-" DELIMITED BY SIZE
004470                block-last DELIMITED BY SIZE
004480                " COUNT=" DELIMITED BY SIZE
004490                block-cases DELIMITED BY SIZE
004500                block-note DELIMITED BY SIZE
004510                INTO CHECK-REPORT-REC
004520         END-STRING
004530     END-IF
004540     IF block-entrant NOT = SPACES OR block-cases > 0
004550         WRITE CHECK-REPORT-REC
004560     END-IF
004570     MOVE "N" TO BLOCK-OPEN-SW
004580     MOVE SPACES TO block-entrant
004590     MOVE SPACES TO block-standing
004600     MOVE SPACES TO block-note
004610     MOVE 0 TO block-first
004620     MOVE 0 TO block-last
004630     MOVE 0 TO block-cases.
004640 2300-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------
004670* 2400-START-BATCH - a catch-up "BATCH YYYYMMDD count" header:
004680*                    the day's date onto the block lines, case
004690*                    numbering back to 1. Catch-up runs take no
004700*                    case offset.
004710*----------------------------------------------------------------
004720 2400-START-BATCH.
004730     IF INPUT-RECORD(7:8) IS NUMERIC
004740         MOVE INPUT-RECORD(7:8) TO run-date
004750     END-IF
004760     MOVE 0 TO case-offset
004770     MOVE 0 TO case-number.
004780 2400-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------
004810* 2900-WRITE-TOTALS - the marker and case counts and the verdict.
004820*----------------------------------------------------------------
004830 2900-WRITE-TOTALS.
004840     MOVE SPACES TO CHECK-REPORT-REC
004850     STRING "MARKERS=" DELIMITED BY SIZE
004860            marker-count DELIMITED BY SIZE
004870            " REGISTERED=" DELIMITED BY SIZE
004880            registered-count DELIMITED BY SIZE
004890            " UNKNOWN=" DELIMITED BY SIZE
004900            unknown-count DELIMITED BY SIZE
004910            " WITHDRAWN=" DELIMITED BY SIZE
004920            withdrawn-count DELIMITED BY SIZE
004930            " UNREADABLE=" DELIMITED BY SIZE
004940            unreadable-count DELIMITED BY SIZE
004950            INTO CHECK-REPORT-REC
004960     END-STRING
004970     WRITE CHECK-REPORT-REC
004980     MOVE SPACES TO CHECK-REPORT-REC
004990     STRING "CASES TO BE DECIDED=" DELIMITED BY SIZE
005000            clear-case-count DELIMITED BY SIZE
005010            " CASES TO BE HELD=" DELIMITED BY SIZE
005020            held-case-count DELIMITED BY SIZE
005030            INTO CHECK-REPORT-REC
005040     END-STRING
005050     WRITE CHECK-REPORT-REC
005060     MOVE SPACES TO CHECK-REPORT-REC
005070     IF NOT ENT-AVAILABLE
005080         MOVE "VERDICT: UNCHECKED - NO REGISTRATION MASTER"
005090             TO CHECK-REPORT-REC
005100     ELSE
005110         IF unknown-count = 0 AND withdrawn-count = 0
005120             MOVE "VERDICT: CLEAN - EVERY MARKER IS REGISTERED"
005130                 TO CHECK-REPORT-REC
005140         ELSE
005150             MOVE "VERDICT: HOLDS - REGISTER OR FIX THE IDS ABOVE"
005160                 TO CHECK-REPORT-REC
005170         END-IF
005180     END-IF
005190     WRITE CHECK-REPORT-REC.
005200 2900-EXIT.
005210     EXIT.
005220*----------------------------------------------------------------
005230* 9000-TERMINATE - close out the datasets.
005240*----------------------------------------------------------------
005250 9000-TERMINATE.
005260     IF INPUT-OPENED
005270         CLOSE INPUT-FILE
005280     END-IF
005290     IF ENT-AVAILABLE
005300         CLOSE ENTRANT-MASTER
005310     END-IF
005320     CLOSE CHECK-REPORT.
005330 9000-EXIT.
005340     EXIT.
