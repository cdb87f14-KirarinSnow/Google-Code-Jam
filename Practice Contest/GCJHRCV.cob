000010* Program: GCJHRCV - HISTMSTR backup, reorganization and recovery
000020* Language: COBOL
000030* Author: KirarinSnow
000040* Usage: cobc -x thisfile.cob -o exec, then run with a
000050*        GCJ_HR_FUNCTION card on the PARMFILE deck naming the
000060*        step:
000070*          UNLOAD  - HISTMSTR out to the sequential backup on
000080*                    HBKFILE (point the DD at the day's new backup
000090*                    generation): a header, every record in key
000100*                    order, a count-and-hash control record after
000110*                    each run date and a trailer with the totals.
000120*                    The backup is read back before the step ends.
000130*          RELOAD  - HISTMSTR rebuilt from the HBKFILE generation,
000140*                    which is proved balanced first - a backup
000150*                    that doesn't balance never touches the
000160*                    master. The
000170*                    load is a fresh OUTPUT define, so it is the
000180*                    reorganization too, and the case-number
000190*                    alternate index is rebuilt as the records go
000200*                    in.
000210*          ROLLFWD - the archived audit generations written since
000220*                    the backup (GCJARCH's ARCFILE generations,
000230*                    concatenated oldest first on ROLLIN, with the
000240*                    current AUDKEEP last when the online records
000250*                    are wanted too) replayed into the reloaded
000260*                    master the way GCJHLOAD loads a night: new
000270*                    keys added, existing keys rewritten in place.
000280*        Counts, hash totals and the balance verdict land on
000290*        HRCRPT.
000300*        A step that is out of balance, or that can't run, ends
000310*        with RETURN-CODE 8.
000320* Comments: The recovery from a lost or damaged master is the
000330*           two steps in order - RELOAD from the last good
000340*           backup, then ROLLFWD the generations archived since
000350*           its date - and
000360*           every step balances against the one before it: the
000370*           unload against its own read-back, the reload against
000380*           the backup's per-date and trailer totals, the roll
000390*           forward first against the backup (the master must
000400*           still be exactly what the reload made) and then
000410*           against itself (records before plus records added
000420*           must be records after). Hash totals are the sum of B,
000430*           the same hash AUDFILE's trailer carries.
000440*           A roll forward replays every parsed record it is given
000450*           rather than only dates past the backup: a repair run's
000460*           corrections to an older date come back the same way
000470*           GCJHLOAD first loaded them, and a record the backup
000480*           already holds is rewritten with itself. Records that
000490*           don't parse are listed and counted, never half-loaded,
000500*           exactly as GCJHLOAD holds them.
000510*
000520* Modification History:
000530* DATE       INIT  DESCRIPTION
000540* 2026-10-15 KS    New program - unload, reload/reorganize and
000550*                    roll-forward recovery of HISTMSTR with counts
000560*                    and hash totals balanced step to step, so a
000570*                    lost master is a documented recovery off the
000580*                    backup and the archived audit trail.
000590* 2026-10-15 KS    The backup balance check now hashes B straight
000600*                    off the HBKFILE detail record instead of
000610*                    through the HISTMSTR record area, which is
000620*                    not there to use while the master is closed.
000630
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. GCJHRCV.
000660 AUTHOR. KirarinSnow.
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT HISTORY-MASTER ASSIGN TO "HISTMSTR"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS HIST-KEY
000740         ALTERNATE RECORD KEY IS HIST-CASE-NUMBER
000750             WITH DUPLICATES
000760         FILE STATUS IS history-file-status.
000770     SELECT BACKUP-FILE ASSIGN TO "HBKFILE"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS backup-file-status.
000800     SELECT ROLL-FILE ASSIGN TO "ROLLIN"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS roll-file-status.
000830     SELECT RECOVERY-REPORT ASSIGN TO "HRCRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL.
000850     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS parm-file-status.
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  HISTORY-MASTER
000910     LABEL RECORDS ARE STANDARD
000920     RECORDING MODE IS F.
000930 01  HIST-RECORD.
000940     05  HIST-KEY.
000950         10  HIST-RUN-DATE    PIC 9(8).
000960         10  HIST-CASE-NUMBER PIC 9(9).
000970     05  HIST-B               PIC 9(9).
000980     05  HIST-QUOT            PIC 9(9).
000990     05  HIST-REM             PIC 9(9).
001000     05  HIST-RESULT          PIC X(5).
001010     05  HIST-CORR-FLAG       PIC X(01).
001020     05  HIST-ENTRANT-ID      PIC X(08).
001030     05  HIST-W               PIC 9(9).
001040     05  FILLER               PIC X(05).
001050*    The backup generation. One type byte, then the body the type
001060*    calls for: H header, D one master record as it stood, T the
001070*    count and B hash for the run date just ended, Z the trailer.
001080 FD  BACKUP-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORDING MODE IS F.
001110 01  BACKUP-RECORD.
001120     05  BK-TYPE              PIC X(01).
001130         88  BK-HEADER                 VALUE "H".
001140         88  BK-DETAIL                 VALUE "D".
001150         88  BK-DATE-TOTAL             VALUE "T".
001160         88  BK-TRAILER                VALUE "Z".
001170     05  BK-BODY              PIC X(79).
001180     05  BK-HEADER-BODY REDEFINES BK-BODY.
001190         10  BK-H-CREATED     PIC 9(8).
001200         10  BK-H-LABEL       PIC X(16).
001210         10  FILLER           PIC X(55).
001220     05  BK-DETAIL-BODY REDEFINES BK-BODY.
001230         10  BK-D-HIST-DATA   PIC X(72).
001240         10  FILLER           PIC X(07).
001250     05  BK-DETAIL-FIELDS REDEFINES BK-BODY.
001260         10  BK-D-HIST-KEY    PIC X(17).
001270         10  BK-D-B           PIC 9(9).
001280         10  FILLER           PIC X(53).
001290     05  BK-DATE-BODY REDEFINES BK-BODY.
001300         10  BK-T-RUN-DATE    PIC 9(8).
001310         10  BK-T-COUNT       PIC 9(9).
001320         10  BK-T-HASH        PIC 9(15).
001330         10  FILLER           PIC X(47).
001340     05  BK-TRAILER-BODY REDEFINES BK-BODY.
001350         10  BK-Z-DATES       PIC 9(9).
001360         10  BK-Z-COUNT       PIC 9(9).
001370         10  BK-Z-HASH        PIC 9(18).
001380         10  BK-Z-LOW-DATE    PIC 9(8).
001390         10  BK-Z-HIGH-DATE   PIC 9(8).
001400         10  FILLER           PIC X(27).
001410 FD  ROLL-FILE
001420     LABEL RECORDS ARE STANDARD
001430     RECORDING MODE IS F.
001440 01  ROLL-RECORD          PIC X(132).
001450 FD  RECOVERY-REPORT
001460     LABEL RECORDS ARE STANDARD
001470     RECORDING MODE IS F.
001480 01  RECOVERY-RECORD      PIC X(160).
001490 FD  PARM-FILE
001500     LABEL RECORDS ARE STANDARD
001510     RECORDING MODE IS F.
001520 01  PARM-RECORD          PIC X(80).
001530 WORKING-STORAGE SECTION.
001540 77  history-file-status  PIC X(02).
001550 77  backup-file-status   PIC X(02).
001560 77  roll-file-status     PIC X(02).
001570 77  parm-file-status     PIC X(02).
001580 77  parm-max             PIC 9(9)  VALUE 30.
001590 77  roll-date-max        PIC 9(9)  VALUE 500.
001600 01  SWITCHES.
001610     05  MASTER-EOF-SW    PIC X(01)  VALUE "N".
001620         88  MASTER-EOF              VALUE "Y".
001630     05  BACKUP-EOF-SW    PIC X(01)  VALUE "N".
001640         88  BACKUP-EOF              VALUE "Y".
001650     05  ROLL-EOF-SW      PIC X(01)  VALUE "N".
001660         88  ROLL-EOF                VALUE "Y".
001670     05  BALANCE-SW       PIC X(01)  VALUE "Y".
001680         88  IN-BALANCE              VALUE "Y".
001690         88  OUT-OF-BALANCE          VALUE "N".
001700     05  BACKUP-OK-SW     PIC X(01)  VALUE "N".
001710         88  BACKUP-BALANCED         VALUE "Y".
001720     05  TRAILER-SW       PIC X(01)  VALUE "N".
001730         88  TRAILER-SEEN            VALUE "Y".
001740     05  PARSE-OK-SW      PIC X(01)  VALUE "Y".
001750         88  PARSE-OK                VALUE "Y".
001760         88  PARSE-NOT-OK            VALUE "N".
001770     05  DATE-FOUND-SW    PIC X(01)  VALUE "N".
001780         88  DATE-FOUND              VALUE "Y".
001790     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
001800         88  PARM-EOF                VALUE "Y".
001810     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
001820         88  PARM-FOUND              VALUE "Y".
001830 01  env-text         PIC X(9).
001840 01  parm-count       PIC 9(9)  VALUE ZERO.
001850 01  PARM-TABLE.
001860     05  PARM-ENTRY OCCURS 30 TIMES.
001870         10  pf-key       PIC X(20).
001880         10  pf-value     PIC X(20).
001890 01  parm-idx         PIC 9(9).
001900 01  parm-name        PIC X(20).
001910 01  parm-token-start PIC 9(9).
001920 01  hr-function      PIC X(9)  VALUE SPACES.
001930     88  FUNCTION-UNLOAD            VALUE "UNLOAD".
001940     88  FUNCTION-RELOAD            VALUE "RELOAD".
001950     88  FUNCTION-ROLLFWD           VALUE "ROLLFWD".
001960 01  today-date       PIC 9(8).
001970*    The run-date group in progress - unload and backup read-back.
001980 01  group-date       PIC 9(8)  VALUE ZERO.
001990 01  group-count      PIC 9(9)  VALUE ZERO.
002000 01  group-hash       PIC 9(15) VALUE ZERO.
002010*    Whole-file totals: what this step counted.
002020 01  date-count       PIC 9(9)  VALUE ZERO.
002030 01  record-count     PIC 9(9)  VALUE ZERO.
002040 01  record-hash      PIC 9(18) VALUE ZERO.
002050 01  low-date         PIC 9(8)  VALUE ZERO.
002060 01  high-date        PIC 9(8)  VALUE ZERO.
002070*    The backup's own word on itself, off its trailer.
002080 01  backup-created   PIC 9(8)  VALUE ZERO.
002090 01  backup-dates     PIC 9(9)  VALUE ZERO.
002100 01  backup-count     PIC 9(9)  VALUE ZERO.
002110 01  backup-hash      PIC 9(18) VALUE ZERO.
002120 01  backup-low-date  PIC 9(8)  VALUE ZERO.
002130 01  backup-high-date PIC 9(8)  VALUE ZERO.
002140 01  backup-errors    PIC 9(9)  VALUE ZERO.
002150*    Reload and roll-forward counts.
002160 01  loaded-count     PIC 9(9)  VALUE ZERO.
002170 01  loaded-hash      PIC 9(18) VALUE ZERO.
002180 01  load-refused     PIC 9(9)  VALUE ZERO.
002190 01  before-count     PIC 9(9)  VALUE ZERO.
002200 01  before-hash      PIC 9(18) VALUE ZERO.
002210 01  after-count      PIC 9(9)  VALUE ZERO.
002220 01  after-hash       PIC 9(18) VALUE ZERO.
002230 01  expected-count   PIC 9(9)  VALUE ZERO.
002240 01  roll-read        PIC 9(9)  VALUE ZERO.
002250 01  roll-added       PIC 9(9)  VALUE ZERO.
002260 01  roll-replaced    PIC 9(9)  VALUE ZERO.
002270 01  roll-held        PIC 9(9)  VALUE ZERO.
002280 01  roll-trailers    PIC 9(9)  VALUE ZERO.
002290 01  roll-date-count  PIC 9(9)  VALUE ZERO.
002300 01  roll-date-overflow PIC 9(9) VALUE ZERO.
002310 01  ROLL-DATE-TABLE.
002320     05  ROLL-DATE-ENTRY OCCURS 500 TIMES.
002330         10  rd-date      PIC 9(8).
002340         10  rd-added     PIC 9(9).
002350         10  rd-replaced  PIC 9(9).
002360 01  rd-idx           PIC 9(9).
002370 01  found-rd-idx     PIC 9(9).
002380 01  scan-count       PIC 9(9).
002390 01  scan-hash        PIC 9(18).
002400*    The audit-record parse, as GCJHLOAD has it.
002410 01  ln               PIC X(132).
002420 01  token-len        PIC 9(9).
002430 01  token-start      PIC 9(9).
002440 01  case-text        PIC X(9)  JUSTIFIED RIGHT.
002450 01  aud-run-date     PIC 9(8).
002460 01  aud-case-no      PIC 9(9).
002470 01  aud-b            PIC 9(9).
002480 01  aud-quot         PIC 9(9).
002490 01  aud-rem          PIC 9(9).
002500 01  aud-result       PIC X(5).
002510 01  aud-corr-flag    PIC X(1).
002520 01  aud-entrant      PIC X(8).
002530 01  aud-w            PIC 9(9).
002540 PROCEDURE DIVISION.
002550 0000-MAINLINE.
002560     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002570     IF FUNCTION-UNLOAD
002580         PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
002590     END-IF
002600     IF FUNCTION-RELOAD
002610         PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT
002620     END-IF
002630     IF FUNCTION-ROLLFWD
002640         PERFORM 4000-ROLL-FORWARD THRU 4000-EXIT
002650     END-IF
002660     PERFORM 8900-WRITE-STEP-VERDICT THRU 8900-EXIT
002670     PERFORM 9000-TERMINATE THRU 9000-EXIT
002680     IF OUT-OF-BALANCE
002690         MOVE 8 TO RETURN-CODE
002700     END-IF
002710     STOP RUN.
002720*----------------------------------------------------------------
002730* 1000-INITIALIZE - open the report and pick the step off the
002740*                   parm deck. No function card, or one this
002750*                   program doesn't know, runs nothing and fails
002760*                   the step - a recovery job that silently did
002770*                   nothing is worse than one that stops.
002780*----------------------------------------------------------------
002790 1000-INITIALIZE.
002800     OPEN OUTPUT RECOVERY-REPORT
002810     ACCEPT today-date FROM DATE YYYYMMDD
002820     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
002830     MOVE "GCJ_HR_FUNCTION" TO parm-name
002840     PERFORM 1820-GET-PARM THRU 1820-EXIT
002850     MOVE env-text TO hr-function
002860     MOVE SPACES TO RECOVERY-RECORD
002870     STRING "HISTMSTR RECOVERY UTILITY " DELIMITED BY SIZE
002880            today-date DELIMITED BY SIZE
002890            " FUNCTION=" DELIMITED BY SIZE
002900            hr-function DELIMITED BY SIZE
002910            INTO RECOVERY-RECORD
002920     END-STRING
002930     WRITE RECOVERY-RECORD
002940     IF NOT FUNCTION-UNLOAD AND NOT FUNCTION-RELOAD
002950             AND NOT FUNCTION-ROLLFWD
002960         MOVE SPACES TO RECOVERY-RECORD
002970         STRING "GCJ_HR_FUNCTION MISSING OR UNKNOWN - MUST BE "
002980                DELIMITED BY SIZE
002990                "UNLOAD, RELOAD OR ROLLFWD - NOTHING RUN"
003000                DELIMITED BY SIZE
003010                INTO RECOVERY-RECORD
003020         END-STRING
003030         WRITE RECOVERY-RECORD
003040         SET OUT-OF-BALANCE TO TRUE
003050     END-IF.
003060 1000-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
003100*                       table, one "KEYWORD VALUE" card per
003110*                       record, blank and *-comment cards passed
003120*                       by; a deck that isn't cataloged leaves
003130*                       every parameter at its default. Same
003140*                       deck-and-lookup shape as GCJ's.
003150*----------------------------------------------------------------
003160 1800-LOAD-PARM-FILE.
003170     MOVE 0 TO parm-count
003180     MOVE "N" TO PARM-EOF-SW
003190     OPEN INPUT PARM-FILE
003200     IF parm-file-status NOT = "00"
003210         GO TO 1800-EXIT
003220     END-IF
003230     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
003240         UNTIL PARM-EOF
003250     CLOSE PARM-FILE.
003260 1800-EXIT.
003270     EXIT.
003280 1810-LOAD-ONE-PARM.
003290     READ PARM-FILE
003300         AT END
003310             SET PARM-EOF TO TRUE
003320             GO TO 1810-EXIT
003330     END-READ
003340     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
003350         GO TO 1810-EXIT
003360     END-IF
003370     IF parm-count NOT < parm-max
003380         GO TO 1810-EXIT
003390     END-IF
003400     MOVE 0 TO token-len
003410     INSPECT PARM-RECORD TALLYING token-len
003420         FOR CHARACTERS BEFORE INITIAL SPACE
003430     IF token-len = 0 OR token-len > 20
003440         GO TO 1810-EXIT
003450     END-IF
003460     ADD 1 TO parm-count
003470     MOVE SPACES TO pf-key(parm-count)
003480     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
003490     MOVE SPACES TO pf-value(parm-count)
003500     COMPUTE parm-token-start = token-len + 2
003510     IF parm-token-start > 80
003520         GO TO 1810-EXIT
003530     END-IF
003540     MOVE 0 TO token-len
003550     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
003560         FOR CHARACTERS BEFORE INITIAL SPACE
003570     IF token-len = 0 OR token-len > 20
003580         GO TO 1810-EXIT
003590     END-IF
003600     MOVE PARM-RECORD(parm-token-start:token-len)
003610         TO pf-value(parm-count).
003620 1810-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650* 1820-GET-PARM - the card PARM-NAME names, its value into
003660*                 ENV-TEXT; spaces when the deck doesn't carry
003670*                 it.
003680*----------------------------------------------------------------
003690 1820-GET-PARM.
003700     MOVE SPACES TO env-text
003710     MOVE "N" TO PARM-FOUND-SW
003720     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
003730         VARYING parm-idx FROM 1 BY 1
003740         UNTIL PARM-FOUND OR parm-idx > parm-count.
003750 1820-EXIT.
003760     EXIT.
003770 1830-MATCH-ONE-PARM.
003780     IF pf-key(parm-idx) = parm-name
003790         SET PARM-FOUND TO TRUE
003800         MOVE pf-value(parm-idx) TO env-text
003810     END-IF.
003820 1830-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850* 2000-UNLOAD-MASTER - the master out to HBKFILE in key order,
003860*                      a T control record closing each run date
003870*                      and the Z trailer last, then the backup
003880*                      read back and proved against what was
003890*                      written.
003900*----------------------------------------------------------------
003910 2000-UNLOAD-MASTER.
003920     OPEN INPUT HISTORY-MASTER
003930     IF history-file-status NOT = "00"
003940         PERFORM 8100-MASTER-UNAVAILABLE THRU 8100-EXIT
003950         GO TO 2000-EXIT
003960     END-IF
003970     OPEN OUTPUT BACKUP-FILE
003980     MOVE SPACES TO BACKUP-RECORD
003990     SET BK-HEADER TO TRUE
004000     MOVE today-date TO BK-H-CREATED
004010     MOVE "HISTMSTR BACKUP" TO BK-H-LABEL
004020     WRITE BACKUP-RECORD
004030     MOVE 0 TO HIST-RUN-DATE
004040     MOVE 0 TO HIST-CASE-NUMBER
004050     START HISTORY-MASTER KEY NOT < HIST-KEY
004060         INVALID KEY
004070             SET MASTER-EOF TO TRUE
004080     END-START
004090     PERFORM 2100-UNLOAD-ONE-RECORD THRU 2100-EXIT
004100         UNTIL MASTER-EOF
004110     PERFORM 2200-CLOSE-UNLOAD-DATE THRU 2200-EXIT
004120     MOVE SPACES TO BACKUP-RECORD
004130     SET BK-TRAILER TO TRUE
004140     MOVE date-count TO BK-Z-DATES
004150     MOVE record-count TO BK-Z-COUNT
004160     MOVE record-hash TO BK-Z-HASH
004170     MOVE low-date TO BK-Z-LOW-DATE
004180     MOVE high-date TO BK-Z-HIGH-DATE
004190     WRITE BACKUP-RECORD
004200     CLOSE BACKUP-FILE
004210     CLOSE HISTORY-MASTER
004220     MOVE SPACES TO RECOVERY-RECORD
004230     STRING "UNLOAD TOTALS: DATES=" DELIMITED BY SIZE
004240            date-count DELIMITED BY SIZE
004250            " RECORDS=" DELIMITED BY SIZE
004260            record-count DELIMITED BY SIZE
004270            " BHASH=" DELIMITED BY SIZE
004280            record-hash DELIMITED BY SIZE
004290            " RUN DATES " DELIMITED BY SIZE
004300            low-date DELIMITED BY SIZE
004310            "-" DELIMITED BY SIZE
004320            high-date DELIMITED BY SIZE
004330            INTO RECOVERY-RECORD
004340     END-STRING
004350     WRITE RECOVERY-RECORD
004360*    The read-back: the backup as written must balance to itself
004370*    and to what the unload counted going out.
004380     PERFORM 5000-VERIFY-BACKUP THRU 5000-EXIT
004390     IF backup-count NOT = record-count
004400             OR backup-hash NOT = record-hash
004410         SET OUT-OF-BALANCE TO TRUE
004420         MOVE "BACKUP READ BACK DOES NOT AGREE WITH THE UNLOAD"
004430             TO RECOVERY-RECORD
004440         WRITE RECOVERY-RECORD
004450     END-IF.
004460 2000-EXIT.
004470     EXIT.
004480 2100-UNLOAD-ONE-RECORD.
004490     READ HISTORY-MASTER NEXT RECORD
004500         AT END
004510             SET MASTER-EOF TO TRUE
004520             GO TO 2100-EXIT
004530     END-READ
004540     IF HIST-RUN-DATE NOT = group-date
004550         PERFORM 2200-CLOSE-UNLOAD-DATE THRU 2200-EXIT
004560         MOVE HIST-RUN-DATE TO group-date
004570         ADD 1 TO date-count
004580         IF low-date = 0
004590             MOVE HIST-RUN-DATE TO low-date
004600         END-IF
004610         MOVE HIST-RUN-DATE TO high-date
004620     END-IF
004630     MOVE SPACES TO BACKUP-RECORD
004640     SET BK-DETAIL TO TRUE
004650     MOVE HIST-RECORD TO BK-D-HIST-DATA
004660     WRITE BACKUP-RECORD
004670     ADD 1 TO group-count
004680     ADD HIST-B TO group-hash
004690     ADD 1 TO record-count
004700     ADD HIST-B TO record-hash.
004710 2100-EXIT.
004720     EXIT.
004730*----------------------------------------------------------------
004740* 2200-CLOSE-UNLOAD-DATE - the T control record and report line
004750*                          for the run date just unloaded.
004760*----------------------------------------------------------------
004770 2200-CLOSE-UNLOAD-DATE.
004780     IF group-count = 0
004790         GO TO 2200-EXIT
004800     END-IF
004810     MOVE SPACES TO BACKUP-RECORD
004820     SET BK-DATE-TOTAL TO TRUE
004830     MOVE group-date TO BK-T-RUN-DATE
004840     MOVE group-count TO BK-T-COUNT
004850     MOVE group-hash TO BK-T-HASH
004860     WRITE BACKUP-RECORD
004870     MOVE SPACES TO RECOVERY-RECORD
004880     STRING "UNLOADED RUN DATE " DELIMITED BY SIZE
004890            group-date DELIMITED BY SIZE
004900            " RECORDS=" DELIMITED BY SIZE
004910            group-count DELIMITED BY SIZE
004920            " BHASH=" DELIMITED BY SIZE
004930            group-hash DELIMITED BY SIZE
004940            INTO RECOVERY-RECORD
004950     END-STRING
004960     WRITE RECOVERY-RECORD
004970     MOVE 0 TO group-count
004980     MOVE 0 TO group-hash.
004990 2200-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------
005020* 3000-RELOAD-MASTER - prove the backup first; only a balanced
005030*                      backup is allowed to replace the master.
005040*                      The OUTPUT open defines the master afresh -
005050*                      the reorganization - and each WRITE puts
005060*                      the record into the case-number alternate
005070*                      index as well as the prime key, so the
005080*                      index comes back whole with the data. The
005090*                      loaded master
005100*                      is then counted again and balanced against
005110*                      the backup's trailer.
005120*----------------------------------------------------------------
005130 3000-RELOAD-MASTER.
005140     PERFORM 5000-VERIFY-BACKUP THRU 5000-EXIT
005150     IF NOT BACKUP-BALANCED
005160         SET OUT-OF-BALANCE TO TRUE
005170         MOVE SPACES TO RECOVERY-RECORD
005180         STRING "RELOAD REFUSED - BACKUP NOT BALANCED, "
005190                DELIMITED BY SIZE
005200                "MASTER UNTOUCHED" DELIMITED BY SIZE
005210                INTO RECOVERY-RECORD
005220         END-STRING
005230         WRITE RECOVERY-RECORD
005240         GO TO 3000-EXIT
005250     END-IF
005260     OPEN OUTPUT HISTORY-MASTER
005270     IF history-file-status NOT = "00"
005280         PERFORM 8100-MASTER-UNAVAILABLE THRU 8100-EXIT
005290         GO TO 3000-EXIT
005300     END-IF
005310     MOVE "N" TO BACKUP-EOF-SW
005320     OPEN INPUT BACKUP-FILE
005330     PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
005340         UNTIL BACKUP-EOF
005350     CLOSE BACKUP-FILE
005360     CLOSE HISTORY-MASTER
005370     MOVE SPACES TO RECOVERY-RECORD
005380     STRING "RELOAD TOTALS: LOADED=" DELIMITED BY SIZE
005390            loaded-count DELIMITED BY SIZE
005400            " BHASH=" DELIMITED BY SIZE
005410            loaded-hash DELIMITED BY SIZE
005420            " REFUSED=" DELIMITED BY SIZE
005430            load-refused DELIMITED BY SIZE
005440            INTO RECOVERY-RECORD
005450     END-STRING
005460     WRITE RECOVERY-RECORD
005470     IF loaded-count NOT = backup-count
005480             OR loaded-hash NOT = backup-hash
005490             OR load-refused > 0
005500         SET OUT-OF-BALANCE TO TRUE
005510         MOVE "RELOAD DOES NOT AGREE WITH THE BACKUP TRAILER"
005520             TO RECOVERY-RECORD
005530         WRITE RECOVERY-RECORD
005540         GO TO 3000-EXIT
005550     END-IF
005560     OPEN INPUT HISTORY-MASTER
005570     IF history-file-status NOT = "00"
005580         PERFORM 8100-MASTER-UNAVAILABLE THRU 8100-EXIT
005590         GO TO 3000-EXIT
005600     END-IF
005610     PERFORM 5500-SCAN-MASTER THRU 5500-EXIT
005620     CLOSE HISTORY-MASTER
005630     MOVE SPACES TO RECOVERY-RECORD
005640     STRING "RELOADED MASTER READ BACK: RECORDS="
005650            DELIMITED BY SIZE
005660            scan-count DELIMITED BY SIZE
005670            " BHASH=" DELIMITED BY SIZE
005680            scan-hash DELIMITED BY SIZE
005690            INTO RECOVERY-RECORD
005700     END-STRING
005710     WRITE RECOVERY-RECORD
005720     IF scan-count NOT = backup-count
005730             OR scan-hash NOT = backup-hash
005740         SET OUT-OF-BALANCE TO TRUE
005750         MOVE "RELOADED MASTER DOES NOT AGREE WITH THE BACKUP"
005760             TO RECOVERY-RECORD
005770         WRITE RECOVERY-RECORD
005780     END-IF.
005790 3000-EXIT.
005800     EXIT.
005810 3100-LOAD-ONE-RECORD.
005820     READ BACKUP-FILE
005830         AT END
005840             SET BACKUP-EOF TO TRUE
005850             GO TO 3100-EXIT
005860     END-READ
005870     IF NOT BK-DETAIL
005880         GO TO 3100-EXIT
005890     END-IF
005900     MOVE BK-D-HIST-DATA TO HIST-RECORD
005910     WRITE HIST-RECORD
005920     IF history-file-status NOT = "00"
005930         ADD 1 TO load-refused
005940         MOVE SPACES TO RECOVERY-RECORD
005950         STRING "RECORD REFUSED BY MASTER - STATUS="
005960                DELIMITED BY SIZE
005970                history-file-status DELIMITED BY SIZE
005980                " KEY=" DELIMITED BY SIZE
005990                HIST-KEY DELIMITED BY SIZE
006000                INTO RECOVERY-RECORD
006010         END-STRING
006020         WRITE RECOVERY-RECORD
006030         GO TO 3100-EXIT
006040     END-IF
006050     ADD 1 TO loaded-count
006060     ADD HIST-B TO loaded-hash.
006070 3100-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* 4000-ROLL-FORWARD - the backup proved and the master counted
006110*                     against it before anything is replayed: a
006120*                     roll forward onto a master that isn't the
006130*                     backup's reload would balance to nothing.
006140*                     Then ROLLIN replays in, and the master is
006150*                     counted again - before plus added must be
006160*                     after.
006170*----------------------------------------------------------------
006180 4000-ROLL-FORWARD.
006190     PERFORM 5000-VERIFY-BACKUP THRU 5000-EXIT
006200     IF NOT BACKUP-BALANCED
006210         SET OUT-OF-BALANCE TO TRUE
006220         MOVE "ROLL FORWARD REFUSED - BACKUP NOT BALANCED"
006230             TO RECOVERY-RECORD
006240         WRITE RECOVERY-RECORD
006250         GO TO 4000-EXIT
006260     END-IF
006270     OPEN I-O HISTORY-MASTER
006280     IF history-file-status NOT = "00"
006290         PERFORM 8100-MASTER-UNAVAILABLE THRU 8100-EXIT
006300         GO TO 4000-EXIT
006310     END-IF
006320     PERFORM 5500-SCAN-MASTER THRU 5500-EXIT
006330     MOVE scan-count TO before-count
006340     MOVE scan-hash TO before-hash
006350     MOVE SPACES TO RECOVERY-RECORD
006360     STRING "MASTER BEFORE ROLL FORWARD: RECORDS="
006370            DELIMITED BY SIZE
006380            before-count DELIMITED BY SIZE
006390            " BHASH=" DELIMITED BY SIZE
006400            before-hash DELIMITED BY SIZE
006410            INTO RECOVERY-RECORD
006420     END-STRING
006430     WRITE RECOVERY-RECORD
006440     IF before-count NOT = backup-count
006450             OR before-hash NOT = backup-hash
006460         SET OUT-OF-BALANCE TO TRUE
006470         MOVE SPACES TO RECOVERY-RECORD
006480         STRING "ROLL FORWARD REFUSED - MASTER IS NOT "
006490                DELIMITED BY SIZE
006500                "THE BACKUP'S RELOAD, RUN RELOAD FIRST"
006510                DELIMITED BY SIZE
006520                INTO RECOVERY-RECORD
006530         END-STRING
006540         WRITE RECOVERY-RECORD
006550         CLOSE HISTORY-MASTER
006560         GO TO 4000-EXIT
006570     END-IF
006580     OPEN INPUT ROLL-FILE
006590     IF roll-file-status NOT = "00"
006600         MOVE SPACES TO RECOVERY-RECORD
006610         STRING "ROLLIN UNAVAILABLE - STATUS=" DELIMITED BY SIZE
006620                roll-file-status DELIMITED BY SIZE
006630                " - NOTHING REPLAYED" DELIMITED BY SIZE
006640                INTO RECOVERY-RECORD
006650         END-STRING
006660         WRITE RECOVERY-RECORD
006670         SET OUT-OF-BALANCE TO TRUE
006680         CLOSE HISTORY-MASTER
006690         GO TO 4000-EXIT
006700     END-IF
006710     PERFORM 4100-REPLAY-ONE-RECORD THRU 4100-EXIT
006720         UNTIL ROLL-EOF
006730     CLOSE ROLL-FILE
006740     PERFORM 4500-WRITE-ROLL-DATE THRU 4500-EXIT
006750         VARYING rd-idx FROM 1 BY 1
006760         UNTIL rd-idx > roll-date-count
006770     MOVE SPACES TO RECOVERY-RECORD
006780     STRING "ROLL FORWARD TOTALS: READ=" DELIMITED BY SIZE
006790            roll-read DELIMITED BY SIZE
006800            " ADDED=" DELIMITED BY SIZE
006810            roll-added DELIMITED BY SIZE
006820            " REPLACED=" DELIMITED BY SIZE
006830            roll-replaced DELIMITED BY SIZE
006840            " HELD=" DELIMITED BY SIZE
006850            roll-held DELIMITED BY SIZE
006860            " TRAILERS-SKIPPED=" DELIMITED BY SIZE
006870            roll-trailers DELIMITED BY SIZE
006880            INTO RECOVERY-RECORD
006890     END-STRING
006900     WRITE RECOVERY-RECORD
006910     IF roll-date-overflow > 0
006920         MOVE SPACES TO RECOVERY-RECORD
006930         STRING "RUN DATES PAST THE 500-DATE LISTING="
006940                DELIMITED BY SIZE
006950                roll-date-overflow DELIMITED BY SIZE
006960                " - COUNTED IN THE TOTALS, NOT LISTED"
006970                DELIMITED BY SIZE
006980                INTO RECOVERY-RECORD
006990         END-STRING
007000         WRITE RECOVERY-RECORD
007010     END-IF
007020     PERFORM 5500-SCAN-MASTER THRU 5500-EXIT
007030     CLOSE HISTORY-MASTER
007040     MOVE scan-count TO after-count
007050     MOVE scan-hash TO after-hash
007060     ADD before-count roll-added GIVING expected-count
007070     MOVE SPACES TO RECOVERY-RECORD
007080     STRING "MASTER AFTER ROLL FORWARD: RECORDS="
007090            DELIMITED BY SIZE
007100            after-count DELIMITED BY SIZE
007110            " EXPECTED=" DELIMITED BY SIZE
007120            expected-count DELIMITED BY SIZE
007130            " BHASH=" DELIMITED BY SIZE
007140            after-hash DELIMITED BY SIZE
007150            INTO RECOVERY-RECORD
007160     END-STRING
007170     WRITE RECOVERY-RECORD
007180     IF after-count NOT = expected-count
007190         SET OUT-OF-BALANCE TO TRUE
007200         MOVE "ROLL FORWARD DOES NOT BALANCE - BEFORE PLUS ADDED"
007210             TO RECOVERY-RECORD
007220         WRITE RECOVERY-RECORD
007230     END-IF.
007240 4000-EXIT.
007250     EXIT.
007260*----------------------------------------------------------------
007270* 4100-REPLAY-ONE-RECORD - one archived audit record into the
007280*                          master, GCJHLOAD's way: a new key is
007290*                          written, a key already there is
007300*                          rewritten in place. Trailers are
007310*                          skipped; unparsed records are listed
007320*                          and held.
007330*----------------------------------------------------------------
007340 4100-REPLAY-ONE-RECORD.
007350     READ ROLL-FILE
007360         AT END
007370             SET ROLL-EOF TO TRUE
007380             GO TO 4100-EXIT
007390     END-READ
007400     ADD 1 TO roll-read
007410     IF ROLL-RECORD(1:8) = "TRAILER "
007420         ADD 1 TO roll-trailers
007430         GO TO 4100-EXIT
007440     END-IF
007450     MOVE ROLL-RECORD TO ln
007460     PERFORM 4300-PARSE-AUDIT-RECORD THRU 4300-EXIT
007470     IF PARSE-NOT-OK
007480         ADD 1 TO roll-held
007490         MOVE SPACES TO RECOVERY-RECORD
007500         STRING "UNPARSED AUDIT RECORD: " DELIMITED BY SIZE
007510                ln DELIMITED BY SIZE
007520                INTO RECOVERY-RECORD
007530         END-STRING
007540         WRITE RECOVERY-RECORD
007550         GO TO 4100-EXIT
007560     END-IF
007570     MOVE aud-run-date TO HIST-RUN-DATE
007580     MOVE aud-case-no TO HIST-CASE-NUMBER
007590     MOVE aud-b TO HIST-B
007600     MOVE aud-quot TO HIST-QUOT
007610     MOVE aud-rem TO HIST-REM
007620     MOVE aud-result TO HIST-RESULT
007630     MOVE aud-corr-flag TO HIST-CORR-FLAG
007640     MOVE aud-entrant TO HIST-ENTRANT-ID
007650     MOVE aud-w TO HIST-W
007660     MOVE SPACES TO HIST-RECORD(68:5)
007670     PERFORM 4200-FIND-ROLL-DATE THRU 4200-EXIT
007680     WRITE HIST-RECORD
007690     IF history-file-status = "22"
007700         REWRITE HIST-RECORD
007710         ADD 1 TO roll-replaced
007720         IF DATE-FOUND
007730             ADD 1 TO rd-replaced(found-rd-idx)
007740         END-IF
007750         GO TO 4100-EXIT
007760     END-IF
007770     IF history-file-status NOT = "00"
007780         ADD 1 TO roll-held
007790         MOVE SPACES TO RECOVERY-RECORD
007800         STRING "RECORD REFUSED BY MASTER - STATUS="
007810                DELIMITED BY SIZE
007820                history-file-status DELIMITED BY SIZE
007830                " KEY=" DELIMITED BY SIZE
007840                HIST-KEY DELIMITED BY SIZE
007850                INTO RECOVERY-RECORD
007860         END-STRING
007870         WRITE RECOVERY-RECORD
007880         GO TO 4100-EXIT
007890     END-IF
007900     ADD 1 TO roll-added
007910     IF DATE-FOUND
007920         ADD 1 TO rd-added(found-rd-idx)
007930     END-IF.
007940 4100-EXIT.
007950     EXIT.
007960*----------------------------------------------------------------
007970* 4200-FIND-ROLL-DATE - the listing row for the record's run
007980*                       date, opened on first sight; past the
007990*                       table the date goes uncounted in the
008000*                       listing but still counts in the totals.
008010*----------------------------------------------------------------
008020 4200-FIND-ROLL-DATE.
008030     MOVE "N" TO DATE-FOUND-SW
008040     PERFORM 4210-MATCH-ROLL-DATE THRU 4210-EXIT
008050         VARYING rd-idx FROM 1 BY 1
008060         UNTIL DATE-FOUND OR rd-idx > roll-date-count
008070     IF DATE-FOUND
008080         GO TO 4200-EXIT
008090     END-IF
008100     IF roll-date-count NOT < roll-date-max
008110         ADD 1 TO roll-date-overflow
008120         GO TO 4200-EXIT
008130     END-IF
008140     ADD 1 TO roll-date-count
008150     MOVE aud-run-date TO rd-date(roll-date-count)
008160     MOVE 0 TO rd-added(roll-date-count)
008170     MOVE 0 TO rd-replaced(roll-date-count)
008180     MOVE roll-date-count TO found-rd-idx
008190     SET DATE-FOUND TO TRUE.
008200 4200-EXIT.
008210     EXIT.
008220 4210-MATCH-ROLL-DATE.
008230     IF rd-date(rd-idx) = aud-run-date
008240         SET DATE-FOUND TO TRUE
008250         MOVE rd-idx TO found-rd-idx
008260     END-IF.
008270 4210-EXIT.
008280     EXIT.
008290*----------------------------------------------------------------
008300* 4300-PARSE-AUDIT-RECORD - parse one audit line back into its
008310*                           fields. The layout is exactly what
008320*                           GCJ's 2160-WRITE-AUDIT-RECORD built:
008330*                           DATE= and an 8-digit date, CASE # and
008340*                           the un-padded case number, then B=,
008350*                           QUOT= and REM= as 9-digit zero-padded
008360*                           values and RESULT= as 5 characters.
008370*                           Only the case number floats, so every
008380*                           later offset hangs off its length.
008390*----------------------------------------------------------------
008400 4300-PARSE-AUDIT-RECORD.
008410     SET PARSE-OK TO TRUE
008420     IF ln(1:5) NOT = "DATE="
008430         SET PARSE-NOT-OK TO TRUE
008440         GO TO 4300-EXIT
008450     END-IF
008460     IF ln(6:8) IS NOT NUMERIC
008470         SET PARSE-NOT-OK TO TRUE
008480         GO TO 4300-EXIT
008490     END-IF
008500     MOVE ln(6:8) TO aud-run-date
008510     IF ln(14:7) NOT = " CASE #"
008520         SET PARSE-NOT-OK TO TRUE
008530         GO TO 4300-EXIT
008540     END-IF
008550     MOVE 0 TO token-len
008560     INSPECT ln(21:) TALLYING token-len
008570         FOR CHARACTERS BEFORE INITIAL SPACE
008580     IF token-len = 0 OR token-len > 9
008590         SET PARSE-NOT-OK TO TRUE
008600         GO TO 4300-EXIT
008610     END-IF
008620     IF ln(21:token-len) IS NOT NUMERIC
008630         SET PARSE-NOT-OK TO TRUE
008640         GO TO 4300-EXIT
008650     END-IF
008660     MOVE ln(21:token-len) TO case-text
008670     MOVE case-text TO aud-case-no
008680     COMPUTE token-start = 21 + token-len
008690     IF ln(token-start:3) NOT = " B="
008700         SET PARSE-NOT-OK TO TRUE
008710         GO TO 4300-EXIT
008720     END-IF
008730     ADD 3 TO token-start
008740     IF ln(token-start:9) IS NOT NUMERIC
008750         SET PARSE-NOT-OK TO TRUE
008760         GO TO 4300-EXIT
008770     END-IF
008780     MOVE ln(token-start:9) TO aud-b
008790     ADD 9 TO token-start
008800     IF ln(token-start:6) NOT = " QUOT="
008810         SET PARSE-NOT-OK TO TRUE
008820         GO TO 4300-EXIT
008830     END-IF
008840     ADD 6 TO token-start
008850     IF ln(token-start:9) IS NOT NUMERIC
008860         SET PARSE-NOT-OK TO TRUE
008870         GO TO 4300-EXIT
008880     END-IF
008890     MOVE ln(token-start:9) TO aud-quot
008900     ADD 9 TO token-start
008910     IF ln(token-start:5) NOT = " REM="
008920         SET PARSE-NOT-OK TO TRUE
008930         GO TO 4300-EXIT
008940     END-IF
008950     ADD 5 TO token-start
008960     IF ln(token-start:9) IS NOT NUMERIC
008970         SET PARSE-NOT-OK TO TRUE
008980         GO TO 4300-EXIT
008990     END-IF
009000     MOVE ln(token-start:9) TO aud-rem
009010     ADD 9 TO token-start
009020     IF ln(token-start:8) NOT = " RESULT="
009030         SET PARSE-NOT-OK TO TRUE
009040         GO TO 4300-EXIT
009050     END-IF
009060     ADD 8 TO token-start
009070     IF ln(token-start:5) NOT = "BLACK"
009080             AND ln(token-start:5) NOT = "WHITE"
009090         SET PARSE-NOT-OK TO TRUE
009100         GO TO 4300-EXIT
009110     END-IF
009120     MOVE ln(token-start:5) TO aud-result
009130*    A repair run appends " CORR=Y" after RESULT - see
009140*    2160-WRITE-AUDIT-RECORD in GCJ. Anything else there,
009150*    including spaces, loads as an original decision.
009160     MOVE SPACE TO aud-corr-flag
009170     ADD 5 TO token-start
009180     IF ln(token-start:7) = " CORR=Y"
009190         MOVE "Y" TO aud-corr-flag
009200     END-IF
009210*    The ENTRANT= tag floats with the CORR tag ahead of it, so
009220*    it's scanned for rather than stepped to; a record with no
009230*    tag loads with a space id, as untagged.
009240     MOVE SPACES TO aud-entrant
009250     MOVE 0 TO token-len
009260     INSPECT ln TALLYING token-len
009270         FOR CHARACTERS BEFORE INITIAL "ENTRANT="
009280     IF token-len NOT > 115
009290         COMPUTE token-start = token-len + 9
009300         MOVE ln(token-start:8) TO aud-entrant
009310     END-IF
009320*    W= floats the same way; records from before it load zero.
009330     MOVE 0 TO aud-w
009340     MOVE 0 TO token-len
009350     INSPECT ln TALLYING token-len
009360         FOR CHARACTERS BEFORE INITIAL " W="
009370     IF token-len NOT > 119
009380         COMPUTE token-start = token-len + 4
009390         IF ln(token-start:9) IS NUMERIC
009400             MOVE ln(token-start:9) TO aud-w
009410         END-IF
009420     END-IF.
009430 4300-EXIT.
009440     EXIT.
009450*----------------------------------------------------------------
009460* 4500-WRITE-ROLL-DATE - one listing line per run date replayed.
009470*                        A date at or before the backup's last
009480*                        run date is expected to replace, not add.
009490*----------------------------------------------------------------
009500 4500-WRITE-ROLL-DATE.
009510     MOVE SPACES TO RECOVERY-RECORD
009520     STRING "REPLAYED RUN DATE " DELIMITED BY SIZE
009530            rd-date(rd-idx) DELIMITED BY SIZE
009540            " ADDED=" DELIMITED BY SIZE
009550            rd-added(rd-idx) DELIMITED BY SIZE
009560            " REPLACED=" DELIMITED BY SIZE
009570            rd-replaced(rd-idx) DELIMITED BY SIZE
009580            INTO RECOVERY-RECORD
009590     END-STRING
009600     IF rd-date(rd-idx) NOT > backup-high-date
009610             AND rd-added(rd-idx) > 0
009620         MOVE " - ADDS TO A DATE ALREADY ON THE BACKUP"
009630             TO RECOVERY-RECORD(80:40)
009640     END-IF
009650     WRITE RECOVERY-RECORD.
009660 4500-EXIT.
009670     EXIT.
009680*----------------------------------------------------------------
009690* 5000-VERIFY-BACKUP - one pass down HBKFILE recounting and
009700*                      rehashing every run date against its T
009710*                      record and the whole file against the Z
009720*                      trailer. A backup with no header, no
009730*                      trailer, a record of unknown type or any
009740*                      disagreement is not balanced.
009750*----------------------------------------------------------------
009760 5000-VERIFY-BACKUP.
009770     MOVE "N" TO BACKUP-OK-SW
009780     MOVE "N" TO TRAILER-SW
009790     MOVE "N" TO BACKUP-EOF-SW
009800     MOVE 0 TO backup-errors
009810     MOVE 0 TO group-count
009820     MOVE 0 TO group-hash
009830     MOVE 0 TO scan-count
009840     MOVE 0 TO scan-hash
009850     MOVE 0 TO date-count
009860     OPEN INPUT BACKUP-FILE
009870     IF backup-file-status NOT = "00"
009880         MOVE SPACES TO RECOVERY-RECORD
009890         STRING "HBKFILE UNAVAILABLE - STATUS=" DELIMITED BY SIZE
009900                backup-file-status DELIMITED BY SIZE
009910                INTO RECOVERY-RECORD
009920         END-STRING
009930         WRITE RECOVERY-RECORD
009940         GO TO 5000-EXIT
009950     END-IF
009960     READ BACKUP-FILE
009970         AT END
009980             SET BACKUP-EOF TO TRUE
009990     END-READ
010000     IF BACKUP-EOF OR NOT BK-HEADER
010010         ADD 1 TO backup-errors
010020         MOVE "HBKFILE HAS NO BACKUP HEADER" TO RECOVERY-RECORD
010030         WRITE RECOVERY-RECORD
010040         CLOSE BACKUP-FILE
010050         GO TO 5000-EXIT
010060     END-IF
010070     MOVE BK-H-CREATED TO backup-created
010080     PERFORM 5100-VERIFY-ONE-RECORD THRU 5100-EXIT
010090         UNTIL BACKUP-EOF
010100     CLOSE BACKUP-FILE
010110     IF NOT TRAILER-SEEN
010120         ADD 1 TO backup-errors
010130         MOVE "HBKFILE HAS NO TRAILER - BACKUP IS TRUNCATED"
010140             TO RECOVERY-RECORD
010150         WRITE RECOVERY-RECORD
010160     END-IF
010170     IF group-count > 0
010180         ADD 1 TO backup-errors
010190         MOVE "HBKFILE ENDS WITH RECORDS NO CONTROL RECORD COVERS"
010200             TO RECOVERY-RECORD
010210         WRITE RECOVERY-RECORD
010220     END-IF
010230     IF TRAILER-SEEN
010240         IF scan-count NOT = backup-count
010250                 OR scan-hash NOT = backup-hash
010260                 OR date-count NOT = backup-dates
010270             ADD 1 TO backup-errors
010280         END-IF
010290     END-IF
010300     MOVE SPACES TO RECOVERY-RECORD
010310     STRING "BACKUP OF " DELIMITED BY SIZE
010320            backup-created DELIMITED BY SIZE
010330            " READ BACK: DATES=" DELIMITED BY SIZE
010340            date-count DELIMITED BY SIZE
010350            " RECORDS=" DELIMITED BY SIZE
010360            scan-count DELIMITED BY SIZE
010370            " BHASH=" DELIMITED BY SIZE
010380            scan-hash DELIMITED BY SIZE
010390            " TRAILER RECORDS=" DELIMITED BY SIZE
010400            backup-count DELIMITED BY SIZE
010410            " BHASH=" DELIMITED BY SIZE
010420            backup-hash DELIMITED BY SIZE
010430            INTO RECOVERY-RECORD
010440     END-STRING
010450     WRITE RECOVERY-RECORD
010460     IF backup-errors = 0
010470         SET BACKUP-BALANCED TO TRUE
010480         MOVE "BACKUP BALANCED" TO RECOVERY-RECORD
010490     ELSE
010500         SET OUT-OF-BALANCE TO TRUE
010510         MOVE SPACES TO RECOVERY-RECORD
010520         STRING "BACKUP OUT OF BALANCE - ERRORS="
010530                DELIMITED BY SIZE
010540                backup-errors DELIMITED BY SIZE
010550                INTO RECOVERY-RECORD
010560         END-STRING
010570     END-IF
010580     WRITE RECOVERY-RECORD.
010590 5000-EXIT.
010600     EXIT.
010610 5100-VERIFY-ONE-RECORD.
010620     READ BACKUP-FILE
010630         AT END
010640             SET BACKUP-EOF TO TRUE
010650             GO TO 5100-EXIT
010660     END-READ
010670     IF TRAILER-SEEN
010680         ADD 1 TO backup-errors
010690         MOVE "HBKFILE CARRIES RECORDS PAST ITS TRAILER"
010700             TO RECOVERY-RECORD
010710         WRITE RECOVERY-RECORD
010720         SET BACKUP-EOF TO TRUE
010730         GO TO 5100-EXIT
010740     END-IF
010750     IF BK-DETAIL
010760         ADD 1 TO group-count
010770         ADD BK-D-B TO group-hash
010780         ADD 1 TO scan-count
010790         ADD BK-D-B TO scan-hash
010800         GO TO 5100-EXIT
010810     END-IF
010820     IF BK-DATE-TOTAL
010830         PERFORM 5200-CHECK-DATE-TOTAL THRU 5200-EXIT
010840         GO TO 5100-EXIT
010850     END-IF
010860     IF BK-TRAILER
010870         SET TRAILER-SEEN TO TRUE
010880         MOVE BK-Z-DATES TO backup-dates
010890         MOVE BK-Z-COUNT TO backup-count
010900         MOVE BK-Z-HASH TO backup-hash
010910         MOVE BK-Z-LOW-DATE TO backup-low-date
010920         MOVE BK-Z-HIGH-DATE TO backup-high-date
010930         GO TO 5100-EXIT
010940     END-IF
010950     ADD 1 TO backup-errors
010960     MOVE SPACES TO RECOVERY-RECORD
010970     STRING "HBKFILE RECORD OF UNKNOWN TYPE: " DELIMITED BY SIZE
010980            BACKUP-RECORD(1:40) DELIMITED BY SIZE
010990            INTO RECOVERY-RECORD
011000     END-STRING
011010     WRITE RECOVERY-RECORD.
011020 5100-EXIT.
011030     EXIT.
011040*----------------------------------------------------------------
011050* 5200-CHECK-DATE-TOTAL - the records since the last T record
011060*                         against this one.
011070*----------------------------------------------------------------
011080 5200-CHECK-DATE-TOTAL.
011090     ADD 1 TO date-count
011100     IF group-count NOT = BK-T-COUNT
011110             OR group-hash NOT = BK-T-HASH
011120         ADD 1 TO backup-errors
011130         MOVE SPACES TO RECOVERY-RECORD
011140         STRING "RUN DATE " DELIMITED BY SIZE
011150                BK-T-RUN-DATE DELIMITED BY SIZE
011160                " OUT OF BALANCE: CONTROL RECORDS="
011170                DELIMITED BY SIZE
011180                BK-T-COUNT DELIMITED BY SIZE
011190                " BHASH=" DELIMITED BY SIZE
011200                BK-T-HASH DELIMITED BY SIZE
011210                " COUNTED RECORDS=" DELIMITED BY SIZE
011220                group-count DELIMITED BY SIZE
011230                " BHASH=" DELIMITED BY SIZE
011240                group-hash DELIMITED BY SIZE
011250                INTO RECOVERY-RECORD
011260         END-STRING
011270         WRITE RECOVERY-RECORD
011280     END-IF
011290     MOVE 0 TO group-count
011300     MOVE 0 TO group-hash.
011310 5200-EXIT.
011320     EXIT.
011330*----------------------------------------------------------------
011340* 5500-SCAN-MASTER - count and hash the whole master from the
011350*                    first key. The master must be open INPUT or
011360*                    I-O.
011370*----------------------------------------------------------------
011380 5500-SCAN-MASTER.
011390     MOVE 0 TO scan-count
011400     MOVE 0 TO scan-hash
011410     MOVE "N" TO MASTER-EOF-SW
011420     MOVE 0 TO HIST-RUN-DATE
011430     MOVE 0 TO HIST-CASE-NUMBER
011440     START HISTORY-MASTER KEY NOT < HIST-KEY
011450         INVALID KEY
011460             SET MASTER-EOF TO TRUE
011470     END-START
011480     PERFORM 5510-SCAN-ONE-RECORD THRU 5510-EXIT
011490         UNTIL MASTER-EOF.
011500 5500-EXIT.
011510     EXIT.
011520 5510-SCAN-ONE-RECORD.
011530     READ HISTORY-MASTER NEXT RECORD
011540         AT END
011550             SET MASTER-EOF TO TRUE
011560             GO TO 5510-EXIT
011570     END-READ
011580     ADD 1 TO scan-count
011590     ADD HIST-B TO scan-hash.
011600 5510-EXIT.
011610     EXIT.
011620*----------------------------------------------------------------
011630* 8100-MASTER-UNAVAILABLE - the master wouldn't open for the step;
011640*                           say so with the status and fail it.
011650*----------------------------------------------------------------
011660 8100-MASTER-UNAVAILABLE.
011670     SET OUT-OF-BALANCE TO TRUE
011680     MOVE SPACES TO RECOVERY-RECORD
011690     STRING "HISTORY MASTER UNAVAILABLE - STATUS="
011700            DELIMITED BY SIZE
011710            history-file-status DELIMITED BY SIZE
011720            " - STEP ABANDONED" DELIMITED BY SIZE
011730            INTO RECOVERY-RECORD
011740     END-STRING
011750     WRITE RECOVERY-RECORD.
011760 8100-EXIT.
011770     EXIT.
011780*----------------------------------------------------------------
011790* 8900-WRITE-STEP-VERDICT - the line the operator signs the
011800*                           recovery log against.
011810*----------------------------------------------------------------
011820 8900-WRITE-STEP-VERDICT.
011830     MOVE SPACES TO RECOVERY-RECORD
011840     IF IN-BALANCE
011850         STRING hr-function DELIMITED BY SPACE
011860                " STEP BALANCED" DELIMITED BY SIZE
011870                INTO RECOVERY-RECORD
011880         END-STRING
011890     ELSE
011900         STRING hr-function DELIMITED BY SPACE
011910                " STEP OUT OF BALANCE - DO NOT PROCEED "
011920                DELIMITED BY SIZE
011930                "TO THE NEXT STEP" DELIMITED BY SIZE
011940                INTO RECOVERY-RECORD
011950         END-STRING
011960     END-IF
011970     WRITE RECOVERY-RECORD.
011980 8900-EXIT.
011990     EXIT.
012000*----------------------------------------------------------------
012010* 9000-TERMINATE - close out the report; every other dataset is
012020*                  opened and closed inside its step.
012030*----------------------------------------------------------------
012040 9000-TERMINATE.
012050     CLOSE RECOVERY-REPORT.
012060 9000-EXIT.
012070     EXIT.
