000080*        archive generation. Records from runs still open stay
000090*        online on AUDKEEP, which replaces AUDMAST in the next
000100*        cycle. Records older than the retention window are
000110*        purged - counted on ARCLOG, written nowhere. Under the
000120*        sweep heading ARCLOG carries one line per run date swept,
000130*        ahead of the totals line:
000140*            RUN DATE yyyymmdd ARCHIVED-RECORDS=n PURGED-RECORDS=n
000150*                CORRECTION-RECORDS=n
000160*        (the CORR=Y records among those archived)
000170*        the counts GCJXREC reconciles against RUNSTATS and
000180*        HISTMSTR.
000190*        A GCJ_RETAIN_MONTHS card on the PARMFILE deck (default
000200*        13) parameterizes retention.
000210* Comments: The decision trail must be kept, but not kept online
000220*           forever; this job is the line between the two. A
000230*           record that won't parse back into DATE/CASE fields is
000240*           never purged or archived on a guess - it stays on
000250*           AUDKEEP and is counted on ARCLOG, so bad data ages
000260*           in plain sight instead of disappearing. The month
000270*           arithmetic keeps the day-of-month, so a 13-month
000280*           retention on the 15th cuts at the 15th.
000290*
000300* Modification History:
000310* DATE       INIT  DESCRIPTION
000320* 2026-08-22 KS    New program - sweeps closed runs' audit
000330*                    records into dated archive generations and
000340*                    enforces the parameterized retention policy,
000350*                    so the audit trail stays complete without
000360*                    staying online.
000370* 2026-08-22 KS    Per-file TRAILER control records are dropped
000380*                    and counted on ARCLOG - they describe one
000390*                    transfer, not the decision trail.
000400* 2026-09-02 KS    GCJ_RETAIN_MONTHS now comes off the PARMFILE
000410*                    card deck GCJPVAL validates, not the step
000420*                    environment.
000430* 2026-10-15 KS    ARCLOG now breaks the archived and purged
000440*                    counts down by run date, corrections counted
000450*                    apart, so the archive can be reconciled date
000460*                    for date against RUNSTATS and HISTMSTR.
000470
000480 IDENTIFICATION DIVISION.
000490 PROGRAM-ID. GCJARCH.
000500 AUTHOR. KirarinSnow.
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT AUDIT-MASTER ASSIGN TO "AUDMAST"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT ARCHIVE-FILE ASSIGN TO "ARCFILE"
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT KEEP-FILE ASSIGN TO "AUDKEEP"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT ARCHIVE-LOG ASSIGN TO "ARCLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL.
000620     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS parm-file-status.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  AUDIT-MASTER
000680     LABEL RECORDS ARE STANDARD
000690     RECORDING MODE IS F.
000700 01  MASTER-RECORD        PIC X(132).
000710 FD  ARCHIVE-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORDING MODE IS F.
000740 01  ARCHIVE-RECORD       PIC X(132).
000750 FD  KEEP-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORDING MODE IS F.
000780 01  KEEP-RECORD          PIC X(132).
000790 FD  ARCHIVE-LOG
000800     LABEL RECORDS ARE STANDARD
000810     RECORDING MODE IS F.
000820 01  ARCHIVE-LOG-RECORD   PIC X(132).
000830 FD  PARM-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORDING MODE IS F.
000860 01  PARM-RECORD          PIC X(80).
000870 WORKING-STORAGE SECTION.
000880 77  parm-file-status PIC X(02).
000890 77  parm-max         PIC 9(9)  VALUE 30.
000900 77  run-date-max     PIC 9(9)  VALUE 500.
000910 01  SWITCHES.
000920     05  MASTER-EOF-SW    PIC X(01)  VALUE "N".
000930         88  MASTER-EOF              VALUE "Y".
000940     05  ENV-PARSE-SW     PIC X(01)  VALUE "N".
000950         88  ENV-PARSED              VALUE "Y".
000960     05  DATE-PARSE-SW    PIC X(01)  VALUE "N".
000970         88  DATE-PARSED             VALUE "Y".
000980     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
000990         88  PARM-EOF                VALUE "Y".
001000     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
001010         88  PARM-FOUND              VALUE "Y".
001020 01  env-text         PIC X(9).
001030 01  parm-count       PIC 9(9)  VALUE ZERO.
001040 01  PARM-TABLE.
001050     05  PARM-ENTRY OCCURS 30 TIMES.
001060         10  pf-key       PIC X(20).
001070         10  pf-value     PIC X(20).
001080 01  parm-idx         PIC 9(9).
001090 01  parm-name        PIC X(20).
001100 01  parm-token-start PIC 9(9).
001110 01  env-token-text   PIC X(9)  JUSTIFIED RIGHT.
001120 01  env-number       PIC 9(9).
001130 01  token-len        PIC 9(9).
001140 01  retain-months    PIC 9(4)  VALUE 13.
001150 01  run-date         PIC 9(8).
001160 01  rec-date         PIC 9(8).
001170 01  purge-cutoff     PIC 9(8).
001180 01  CUTOFF-DATE-R REDEFINES purge-cutoff.
001190     05  cutoff-year      PIC 9(4).
001200     05  cutoff-month     PIC 9(2).
001210     05  cutoff-day       PIC 9(2).
001220 01  months-left      PIC S9(9).
001230 01  read-count       PIC 9(9)  VALUE ZERO.
001240 01  kept-count       PIC 9(9)  VALUE ZERO.
001250 01  archived-count   PIC 9(9)  VALUE ZERO.
001260 01  purged-count     PIC 9(9)  VALUE ZERO.
001270 01  held-count       PIC 9(9)  VALUE ZERO.
001280 01  trailer-count    PIC 9(9)  VALUE ZERO.
001290*    Archived and purged records by run date, in the order the
001300*    dates first came up on the master. A date past the table's
001310*    room is counted in the sweep totals only, and the number of
001320*    such records is logged.
001330 01  run-date-count   PIC 9(9)  VALUE ZERO.
001340 01  RUN-DATE-TABLE.
001350     05  RUN-DATE-ENTRY OCCURS 500 TIMES.
001360         10  rd-date      PIC 9(8).
001370         10  rd-archived  PIC 9(9).
001380         10  rd-purged    PIC 9(9).
001390         10  rd-corr      PIC 9(9).
001400 01  rd-idx           PIC 9(9).
001410 01  rd-hit           PIC 9(9).
001420 01  unlisted-count   PIC 9(9)  VALUE ZERO.
001430 01  corr-hits        PIC 9(9).
001440 PROCEDURE DIVISION.
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001470     PERFORM 2000-SWEEP-RECORDS THRU 2000-EXIT
001480     PERFORM 2900-WRITE-SWEEP-TOTALS THRU 2900-EXIT
001490     PERFORM 9000-TERMINATE THRU 9000-EXIT
001500     STOP RUN.
001510*----------------------------------------------------------------
001520* 1000-INITIALIZE - pick up the retention parameter, open the
001530*                   datasets, and fix the purge cutoff at today
001540*                   minus the retention months.
001550*----------------------------------------------------------------
001560 1000-INITIALIZE.
001570     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
001580     MOVE "GCJ_RETAIN_MONTHS" TO parm-name
001590     PERFORM 1820-GET-PARM THRU 1820-EXIT
001600     PERFORM 1100-PARSE-ENV-NUMBER THRU 1100-EXIT
001610     IF ENV-PARSED AND env-number > 0
001620             AND env-number < 1000
001630         MOVE env-number TO retain-months
001640     END-IF
001650     ACCEPT run-date FROM DATE YYYYMMDD
001660     PERFORM 1200-COMPUTE-PURGE-CUTOFF THRU 1200-EXIT
001670     OPEN INPUT AUDIT-MASTER
001680     OPEN OUTPUT ARCHIVE-FILE
001690     OPEN OUTPUT KEEP-FILE
001700     OPEN OUTPUT ARCHIVE-LOG.
001710 1000-EXIT.
001720     EXIT.
001730*----------------------------------------------------------------
001740* 1100-PARSE-ENV-NUMBER - turn the digit string sitting in
001750*                         ENV-TEXT into ENV-NUMBER, same token
001760*                         technique as the CTLFILE parse in GCJ.
001770*----------------------------------------------------------------
001780 1100-PARSE-ENV-NUMBER.
001790     MOVE "N" TO ENV-PARSE-SW
001800     MOVE 0 TO token-len
001810     INSPECT env-text TALLYING token-len
001820         FOR CHARACTERS BEFORE INITIAL SPACE
001830     IF token-len = 0 OR token-len > 9
001840         GO TO 1100-EXIT
001850     END-IF
001860     IF env-text(1:token-len) IS NOT NUMERIC
001870         GO TO 1100-EXIT
001880     END-IF
001890     MOVE env-text(1:token-len) TO env-token-text
001900     MOVE env-token-text TO env-number
001910     SET ENV-PARSED TO TRUE.
001920 1100-EXIT.
001930     EXIT.
001940*----------------------------------------------------------------
001950* 1200-COMPUTE-PURGE-CUTOFF - today's date minus RETAIN-MONTHS,
001960*                             day-of-month kept. Walks the year
001970*                             back while the month count is
001980*                             short; a day-31 cutoff landing in a
001990*                             short month just compares high,
002000*                             which errs on the keep side.
002010*----------------------------------------------------------------
002020 1200-COMPUTE-PURGE-CUTOFF.
002030     MOVE run-date TO purge-cutoff
002040     COMPUTE months-left = cutoff-month - retain-months
002050     PERFORM 1210-BACK-ONE-YEAR THRU 1210-EXIT
002060         UNTIL months-left > 0
002070     MOVE months-left TO cutoff-month.
002080 1200-EXIT.
002090     EXIT.
002100 1210-BACK-ONE-YEAR.
002110     SUBTRACT 1 FROM cutoff-year
002120     ADD 12 TO months-left.
002130 1210-EXIT.
002140     EXIT.
002150*----------------------------------------------------------------
002160* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
002170*                       table, one "KEYWORD VALUE" card per
002180*                       record, blank and *-comment cards passed
002190*                       by; a deck that isn't cataloged leaves
002200*                       every parameter at its default. Same
002210*                       deck-and-lookup shape as GCJ's.
002220*----------------------------------------------------------------
002230 1800-LOAD-PARM-FILE.
002240     MOVE 0 TO parm-count
002250     MOVE "N" TO PARM-EOF-SW
002260     OPEN INPUT PARM-FILE
002270     IF parm-file-status NOT = "00"
002280         GO TO 1800-EXIT
002290     END-IF
002300     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
002310         UNTIL PARM-EOF
002320     CLOSE PARM-FILE.
002330 1800-EXIT.
002340     EXIT.
002350 1810-LOAD-ONE-PARM.
002360     READ PARM-FILE
002370         AT END
002380             SET PARM-EOF TO TRUE
002390             GO TO 1810-EXIT
002400     END-READ
002410     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
002420         GO TO 1810-EXIT
002430     END-IF
002440     IF parm-count NOT < parm-max
002450         GO TO 1810-EXIT
002460     END-IF
002470     MOVE 0 TO token-len
002480     INSPECT PARM-RECORD TALLYING token-len
002490         FOR CHARACTERS BEFORE INITIAL SPACE
002500     IF token-len = 0 OR token-len > 20
002510         GO TO 1810-EXIT
002520     END-IF
002530     ADD 1 TO parm-count
002540     MOVE SPACES TO pf-key(parm-count)
002550     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
002560     MOVE SPACES TO pf-value(parm-count)
002570     COMPUTE parm-token-start = token-len + 2
002580     IF parm-token-start > 80
002590         GO TO 1810-EXIT
002600     END-IF
002610     MOVE 0 TO token-len
002620     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
002630         FOR CHARACTERS BEFORE INITIAL SPACE
002640     IF token-len = 0 OR token-len > 20
002650         GO TO 1810-EXIT
002660     END-IF
002670     MOVE PARM-RECORD(parm-token-start:token-len)
002680         TO pf-value(parm-count).
002690 1810-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
002720* 1820-GET-PARM - the card PARM-NAME names, its value into
002730*                 ENV-TEXT; spaces when the deck doesn't carry
002740*                 it.
002750*----------------------------------------------------------------
002760 1820-GET-PARM.
002770     MOVE SPACES TO env-text
002780     MOVE "N" TO PARM-FOUND-SW
002790     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
002800         VARYING parm-idx FROM 1 BY 1
002810         UNTIL PARM-FOUND OR parm-idx > parm-count.
002820 1820-EXIT.
002830     EXIT.
002840 1830-MATCH-ONE-PARM.
002850     IF pf-key(parm-idx) = parm-name
002860         SET PARM-FOUND TO TRUE
002870         MOVE pf-value(parm-idx) TO env-text
002880     END-IF.
002890 1830-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* 2000-SWEEP-RECORDS - one pass down the master: keep, archive
002930*                      or purge each record by its run date.
002940*----------------------------------------------------------------
002950 2000-SWEEP-RECORDS.
002960     PERFORM 2100-SWEEP-ONE-RECORD THRU 2100-EXIT
002970         UNTIL MASTER-EOF.
002980 2000-EXIT.
002990     EXIT.
003000 2100-SWEEP-ONE-RECORD.
003010     READ AUDIT-MASTER
003020         AT END
003030             SET MASTER-EOF TO TRUE
003040             GO TO 2100-EXIT
003050     END-READ
003060     ADD 1 TO read-count
003070     IF MASTER-RECORD(1:8) = "TRAILER "
003080         ADD 1 TO trailer-count
003090         GO TO 2100-EXIT
003100     END-IF
003110     PERFORM 2200-PARSE-RECORD-DATE THRU 2200-EXIT
003120     IF NOT DATE-PARSED
003130         ADD 1 TO held-count
003140         MOVE MASTER-RECORD TO KEEP-RECORD
003150         WRITE KEEP-RECORD
003160         GO TO 2100-EXIT
003170     END-IF
003180     IF rec-date < purge-cutoff
003190         ADD 1 TO purged-count
003200         PERFORM 2300-FIND-RUN-DATE THRU 2300-EXIT
003210         IF rd-hit > 0
003220             ADD 1 TO rd-purged(rd-hit)
003230         END-IF
003240         GO TO 2100-EXIT
003250     END-IF
003260     IF rec-date < run-date
003270         ADD 1 TO archived-count
003280         MOVE MASTER-RECORD TO ARCHIVE-RECORD
003290         WRITE ARCHIVE-RECORD
003300         PERFORM 2300-FIND-RUN-DATE THRU 2300-EXIT
003310         IF rd-hit > 0
003320             ADD 1 TO rd-archived(rd-hit)
003330             MOVE 0 TO corr-hits
003340             INSPECT MASTER-RECORD TALLYING corr-hits
003350                 FOR ALL " CORR=Y"
003360             IF corr-hits > 0
003370                 ADD 1 TO rd-corr(rd-hit)
003380             END-IF
003390         END-IF
003400     ELSE
003410         ADD 1 TO kept-count
003420         MOVE MASTER-RECORD TO KEEP-RECORD
003430         WRITE KEEP-RECORD
003440     END-IF.
003450 2100-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* 2200-PARSE-RECORD-DATE - the run date off one audit record,
003490*                          exactly where 2160-WRITE-AUDIT-RECORD
003500*                          in GCJ put it: DATE= then 8 digits.
003510*----------------------------------------------------------------
003520 2200-PARSE-RECORD-DATE.
003530     MOVE "N" TO DATE-PARSE-SW
003540     IF MASTER-RECORD(1:5) NOT = "DATE="
003550         GO TO 2200-EXIT
003560     END-IF
003570     IF MASTER-RECORD(6:8) IS NOT NUMERIC
003580         GO TO 2200-EXIT
003590     END-IF
003600     MOVE MASTER-RECORD(6:8) TO rec-date
003610     SET DATE-PARSED TO TRUE.
003620 2200-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650* 2300-FIND-RUN-DATE - the table row for REC-DATE into RD-HIT,
003660*                      added on first sight; zero when the
003670*                      table is full. Of the archived records,
003680*                      a repair pass's CORR=Y ones are tallied
003690*                      on the row apart as well, so the reader
003700*                      can tell the day's decisions from its
003710*                      corrections.
003720*----------------------------------------------------------------
003730 2300-FIND-RUN-DATE.
003740     MOVE 0 TO rd-hit
003750     PERFORM 2310-MATCH-ONE-RUN-DATE THRU 2310-EXIT
003760         VARYING rd-idx FROM 1 BY 1
003770         UNTIL rd-hit > 0 OR rd-idx > run-date-count
003780     IF rd-hit = 0
003790         IF run-date-count NOT < run-date-max
003800             ADD 1 TO unlisted-count
003810             GO TO 2300-EXIT
003820         END-IF
003830         ADD 1 TO run-date-count
003840         MOVE run-date-count TO rd-hit
003850         MOVE rec-date TO rd-date(rd-hit)
003860         MOVE 0 TO rd-archived(rd-hit)
003870         MOVE 0 TO rd-purged(rd-hit)
003880         MOVE 0 TO rd-corr(rd-hit)
003890     END-IF.
003900 2300-EXIT.
003910     EXIT.
003920 2310-MATCH-ONE-RUN-DATE.
003930     IF rd-date(rd-idx) = rec-date
003940         MOVE rd-idx TO rd-hit
003950     END-IF.
003960 2310-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------
003990* 2900-WRITE-SWEEP-TOTALS - what moved where, and the cutoffs
004000*                           that decided it. The per-date lines
004010*                           come between the heading and the
004020*                           totals line, which stays the last line
004030*                           on the log.
004040*----------------------------------------------------------------
004050 2900-WRITE-SWEEP-TOTALS.
004060     MOVE SPACES TO ARCHIVE-LOG-RECORD
004070     STRING "SWEEP OF " DELIMITED BY SIZE
004080            run-date DELIMITED BY SIZE
004090            ": PURGE BEFORE " DELIMITED BY SIZE
004100            purge-cutoff DELIMITED BY SIZE
004110            " (RETAIN " DELIMITED BY SIZE
004120            retain-months DELIMITED BY SIZE
004130            " MONTHS)" DELIMITED BY SIZE
004140            INTO ARCHIVE-LOG-RECORD
004150     END-STRING
004160     WRITE ARCHIVE-LOG-RECORD
004170     PERFORM 2950-WRITE-RUN-DATE-LINE THRU 2950-EXIT
004180         VARYING rd-idx FROM 1 BY 1
004190         UNTIL rd-idx > run-date-count
004200     IF unlisted-count > 0
004210         MOVE SPACES TO ARCHIVE-LOG-RECORD
004220         STRING "RUN DATES PAST TABLE ROOM - RECORDS NOT LISTED="
004230                DELIMITED BY SIZE
004240                unlisted-count DELIMITED BY SIZE
004250                INTO ARCHIVE-LOG-RECORD
004260         END-STRING
004270         WRITE ARCHIVE-LOG-RECORD
004280     END-IF
004290     MOVE SPACES TO ARCHIVE-LOG-RECORD
004300     STRING "READ=" DELIMITED BY SIZE
004310            read-count DELIMITED BY SIZE
004320            " ARCHIVED=" DELIMITED BY SIZE
004330            archived-count DELIMITED BY SIZE
004340            " KEPT-ONLINE=" DELIMITED BY SIZE
004350            kept-count DELIMITED BY SIZE
004360            " PURGED=" DELIMITED BY SIZE
004370            purged-count DELIMITED BY SIZE
004380            " HELD-UNPARSED=" DELIMITED BY SIZE
004390            held-count DELIMITED BY SIZE
004400            " TRAILERS-DROPPED=" DELIMITED BY SIZE
004410            trailer-count DELIMITED BY SIZE
004420            INTO ARCHIVE-LOG-RECORD
004430     END-STRING
004440     WRITE ARCHIVE-LOG-RECORD.
004450 2900-EXIT.
004460     EXIT.
004470 2950-WRITE-RUN-DATE-LINE.
004480     MOVE SPACES TO ARCHIVE-LOG-RECORD
004490     STRING "RUN DATE " DELIMITED BY SIZE
004500            rd-date(rd-idx) DELIMITED BY SIZE
004510            " ARCHIVED-RECORDS=" DELIMITED BY SIZE
004520            rd-archived(rd-idx) DELIMITED BY SIZE
004530            " PURGED-RECORDS=" DELIMITED BY SIZE
004540            rd-purged(rd-idx) DELIMITED BY SIZE
004550            " CORRECTION-RECORDS=" DELIMITED BY SIZE
004560            rd-corr(rd-idx) DELIMITED BY SIZE
004570            INTO ARCHIVE-LOG-RECORD
004580     END-STRING
004590     WRITE ARCHIVE-LOG-RECORD.
004600 2950-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------
004630* 9000-TERMINATE - close out the datasets.
004640*----------------------------------------------------------------
004650 9000-TERMINATE.
004660     CLOSE AUDIT-MASTER
004670     CLOSE ARCHIVE-FILE
004680     CLOSE KEEP-FILE
004690     CLOSE ARCHIVE-LOG.
004700 9000-EXIT.
004710     EXIT.
