000010* Program: GCJACK - upload acknowledgement interface export
000020* Language: COBOL
000030* Author: KirarinSnow
000040* Usage: cobc -x thisfile.cob -o exec, then run after the GCJ
000050*        (or GCJMERGE) step against the night's cataloged
000060*        RPTFILE and REJFILE, the staged INFILE and GCJSTAGE's
000070*        EDTFILE. A GCJ_RUN_DATE card on the PARMFILE deck
000080*        (YYYYMMDD, default today) dates the upload. The
000090*        interface file for the contest web side lands on
000100*        ACKFILE, pipe-delimited and fixed width the way
000110*        GCJEXPT's EXPFILE is:
000120*            HDR|date|received|staged|decided|rejected|held
000130*            DTL|date|case|entrant|REJ|code|reason text
000140*            DTL|date|case|entrant|EDT|code|reason text
000150*            TRL|details|rej|edt|dropped|case-hash|balance
000160*        one HDR per upload, one DTL per rejected case and per
000170*        case line GCJSTAGE reshaped, and one TRL.
000180* Comments: RECEIVED is the record count GCJSTAGE read off the
000190*           upload (the INFILE record count when no EDTFILE is
000200*           cataloged); STAGED is the case lines on INFILE;
000210*           DECIDED, REJECTED and HELD are what RPTFILE says
000220*           became of them. The balance flag on the trailer is
000230*           BALANCED when STAGED = DECIDED + REJECTED + HELD.
000240*           The raw REJFILE text never leaves the building: each
000250*           reject is classified into a standard code off GCJ's
000260*           own parse rules -
000270*             RJ01 MISSING W VALUE      RJ05 MISSING B VALUE
000280*             RJ02 W VALUE NOT NUMERIC  RJ06 B VALUE NOT NUMERIC
000290*             RJ03 W VALUE TOO LONG     RJ07 B VALUE TOO LONG
000300*             RJ04 W VALUE IS ZERO      RJ99 LINE UNREADABLE
000310*           - and each staging edit by what the broom did -
000320*             ED01 TAB CHARACTERS REPLACED
000330*             ED02 LEADING BLANKS REMOVED
000340*             ED03 EXTRA SPACES REMOVED.
000350*           RPTFILE gives each rejected case its date (off the
000360*           *** BATCH *** echoes on a catch-up run), case number
000370*           and entrant (off the *** ENTRANT *** echoes); the
000380*           REJFILE "Case #n REJECTED:" lines pair with the
000390*           RPTFILE rejects in order, both being written by the
000400*           same GCJ paragraph. An edit's line number maps to
000410*           its case through INFILE, GCJSTAGE staging line for
000420*           line. Edits to the TOTAL header and marker lines
000430*           concern no case and export nothing. A detail past a
000440*           table's room is counted on the trailer as DROPPED,
000450*           never lost in silence. The case hash is the sum of
000460*           the detail case numbers.
000470*
000480* Modification History:
000490* DATE       INIT  DESCRIPTION
000500* 2026-10-15 KS    New program - acknowledgement of each upload
000510*                    back to the contest web side, with a coded
000520*                    detail for every rejected or edited case,
000530*                    so a contestant hears about a bounced line
000540*                    without having to phone in.
000550
000560 IDENTIFICATION DIVISION.
000570 PROGRAM-ID. GCJACK.
000580 AUTHOR. KirarinSnow.
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT INPUT-FILE ASSIGN TO "INFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS input-file-status.
000650     SELECT EDIT-FILE ASSIGN TO "EDTFILE"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS input-file-status.
000680     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS input-file-status.
000710     SELECT REJECT-FILE ASSIGN TO "REJFILE"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS input-file-status.
000740     SELECT ACK-FILE ASSIGN TO "ACKFILE"
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS parm-file-status.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  INPUT-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORDING MODE IS F.
000840 01  INPUT-RECORD         PIC X(99).
000850 FD  EDIT-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORDING MODE IS F.
000880 01  EDIT-RECORD          PIC X(132).
000890 FD  REPORT-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORDING MODE IS F.
000920 01  REPORT-RECORD        PIC X(132).
000930 FD  REJECT-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORDING MODE IS F.
000960 01  REJECT-RECORD        PIC X(200).
000970 FD  ACK-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORDING MODE IS F.
001000 01  ACK-RECORD           PIC X(80).
001010 FD  PARM-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORDING MODE IS F.
001040 01  PARM-RECORD          PIC X(80).
001050 WORKING-STORAGE SECTION.
001060 77  input-file-status    PIC X(02).
001070 77  parm-file-status     PIC X(02).
001080 77  parm-max             PIC 9(9)  VALUE 30.
001090 77  reject-max           PIC 9(9)  VALUE 2000.
001100 77  edit-max             PIC 9(9)  VALUE 2000.
001110 01  SWITCHES.
001120     05  FILE-EOF-SW      PIC X(01)  VALUE "N".
001130         88  FILE-EOF                VALUE "Y".
001140     05  CATCHUP-SW       PIC X(01)  VALUE "N".
001150         88  CATCHUP-MODE            VALUE "Y".
001160     05  EDT-FOUND-SW     PIC X(01)  VALUE "N".
001170         88  EDT-FOUND               VALUE "Y".
001180     05  LINE-PARSE-SW    PIC X(01)  VALUE "N".
001190         88  LINE-PARSED             VALUE "Y".
001200     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
001210         88  PARM-EOF                VALUE "Y".
001220     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
001230         88  PARM-FOUND              VALUE "Y".
001240 01  env-text         PIC X(9).
001250 01  parm-count       PIC 9(9)  VALUE ZERO.
001260 01  PARM-TABLE.
001270     05  PARM-ENTRY OCCURS 30 TIMES.
001280         10  pf-key       PIC X(20).
001290         10  pf-value     PIC X(20).
001300 01  parm-idx         PIC 9(9).
001310 01  parm-name        PIC X(20).
001320 01  parm-token-start PIC 9(9).
001330 01  token-len        PIC 9(9).
001340 01  token-start      PIC 9(9).
001350 01  case-text        PIC X(9)  JUSTIFIED RIGHT.
001360 01  run-date         PIC 9(8).
001370 01  ln               PIC X(132).
001380 01  raw-text         PIC X(99).
001390 01  sep              PIC 9(9).
001400*    The rejects, one row per REJFILE "Case #n REJECTED:" line in
001410*    file order; the RPTFILE pass fills in date and entrant.
001420 01  reject-count     PIC 9(9)  VALUE ZERO.
001430 01  reject-paired    PIC 9(9)  VALUE ZERO.
001440 01  REJECT-TABLE.
001450     05  REJECT-ENTRY OCCURS 2000 TIMES.
001460         10  rj-case      PIC 9(9).
001470         10  rj-code      PIC X(4).
001480         10  rj-date      PIC 9(8).
001490         10  rj-entrant   PIC X(8).
001500 01  rj-idx           PIC 9(9).
001510*    The case lines GCJSTAGE reshaped, by upload line number; the
001520*    INFILE pass fills in date, case and entrant.
001530 01  edit-count       PIC 9(9)  VALUE ZERO.
001540 01  EDIT-TABLE.
001550     05  EDIT-ENTRY OCCURS 2000 TIMES.
001560         10  ed-line      PIC 9(9).
001570         10  ed-code      PIC X(4).
001580         10  ed-case      PIC 9(9).
001590         10  ed-date      PIC 9(8).
001600         10  ed-entrant   PIC X(8).
001610 01  ed-idx           PIC 9(9).
001620 01  next-edit        PIC 9(9)  VALUE 1.
001630*    Where the RPTFILE and INFILE walks stand.
001640 01  walk-date        PIC 9(8).
001650 01  walk-entrant     PIC X(8).
001660 01  walk-case        PIC 9(9).
001670 01  walk-line        PIC 9(9).
001680 01  entrant-id-len   PIC 9(9).
001690 01  parsed-case-no   PIC 9(9).
001700 01  parsed-result    PIC X(11).
001710 01  reason-code      PIC X(4).
001720 01  reason-desc      PIC X(26).
001730*    The header and trailer figures.
001740 01  received-count   PIC 9(9)  VALUE ZERO.
001750 01  infile-count     PIC 9(9)  VALUE ZERO.
001760 01  staged-count     PIC 9(9)  VALUE ZERO.
001770 01  decided-count    PIC 9(9)  VALUE ZERO.
001780 01  rejected-count   PIC 9(9)  VALUE ZERO.
001790 01  held-count       PIC 9(9)  VALUE ZERO.
001800 01  detail-count     PIC 9(9)  VALUE ZERO.
001810 01  rej-detail-count PIC 9(9)  VALUE ZERO.
001820 01  edt-detail-count PIC 9(9)  VALUE ZERO.
001830 01  dropped-count    PIC 9(9)  VALUE ZERO.
001840 01  case-hash        PIC 9(12) VALUE ZERO.
001850 01  accounted-count  PIC 9(10) VALUE ZERO.
001860 01  balance-flag     PIC X(10).
001870 01  dtl-date         PIC 9(8).
001880 01  dtl-case         PIC 9(9).
001890 01  dtl-entrant      PIC X(8).
001900 01  dtl-kind         PIC X(3).
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001940     PERFORM 2000-TABLE-EDITS THRU 2000-EXIT
001950     PERFORM 3000-TABLE-REJECTS THRU 3000-EXIT
001960     PERFORM 4000-WALK-REPORT THRU 4000-EXIT
001970     PERFORM 5000-WALK-INFILE THRU 5000-EXIT
001980     PERFORM 6000-WRITE-ACK-FILE THRU 6000-EXIT
001990     PERFORM 9000-TERMINATE THRU 9000-EXIT
002000     STOP RUN.
002010*----------------------------------------------------------------
002020* 1000-INITIALIZE - pick up the upload date and open the
002030*                   interface file. The inputs are each read in
002040*                   a pass of their own below, because the
002050*                   header must lead the file and every count
002060*                   on it is only known once all four are read.
002070*----------------------------------------------------------------
002080 1000-INITIALIZE.
002090     ACCEPT run-date FROM DATE YYYYMMDD
002100     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
002110     MOVE "GCJ_RUN_DATE" TO parm-name
002120     PERFORM 1820-GET-PARM THRU 1820-EXIT
002130     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
002140         MOVE env-text(1:8) TO run-date
002150     END-IF
002160     OPEN OUTPUT ACK-FILE.
002170 1000-EXIT.
002180     EXIT.
002190*----------------------------------------------------------------
002200* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
002210*                       table, one "KEYWORD VALUE" card per
002220*                       record, blank and *-comment cards passed
002230*                       by; a deck that isn't cataloged leaves
002240*                       every parameter at its default. Same
002250*                       deck-and-lookup shape as GCJ's.
002260*----------------------------------------------------------------
002270 1800-LOAD-PARM-FILE.
002280     MOVE 0 TO parm-count
002290     MOVE "N" TO PARM-EOF-SW
002300     OPEN INPUT PARM-FILE
002310     IF parm-file-status NOT = "00"
002320         GO TO 1800-EXIT
002330     END-IF
002340     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
002350         UNTIL PARM-EOF
002360     CLOSE PARM-FILE.
002370 1800-EXIT.
002380     EXIT.
002390 1810-LOAD-ONE-PARM.
002400     READ PARM-FILE
002410         AT END
002420             SET PARM-EOF TO TRUE
002430             GO TO 1810-EXIT
002440     END-READ
002450     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
002460         GO TO 1810-EXIT
002470     END-IF
002480     IF parm-count NOT < parm-max
002490         GO TO 1810-EXIT
002500     END-IF
002510     MOVE 0 TO token-len
002520     INSPECT PARM-RECORD TALLYING token-len
002530         FOR CHARACTERS BEFORE INITIAL SPACE
002540     IF token-len = 0 OR token-len > 20
002550         GO TO 1810-EXIT
002560     END-IF
002570     ADD 1 TO parm-count
002580     MOVE SPACES TO pf-key(parm-count)
002590     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
002600     MOVE SPACES TO pf-value(parm-count)
002610     COMPUTE parm-token-start = token-len + 2
002620     IF parm-token-start > 80
002630         GO TO 1810-EXIT
002640     END-IF
002650     MOVE 0 TO token-len
002660     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
002670         FOR CHARACTERS BEFORE INITIAL SPACE
002680     IF token-len = 0 OR token-len > 20
002690         GO TO 1810-EXIT
002700     END-IF
002710     MOVE PARM-RECORD(parm-token-start:token-len)
002720         TO pf-value(parm-count).
002730 1810-EXIT.
002740     EXIT.
002750*----------------------------------------------------------------
002760* 1820-GET-PARM - the card PARM-NAME names, its value into
002770*                 ENV-TEXT; spaces when the deck doesn't carry
002780*                 it.
002790*----------------------------------------------------------------
002800 1820-GET-PARM.
002810     MOVE SPACES TO env-text
002820     MOVE "N" TO PARM-FOUND-SW
002830     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
002840         VARYING parm-idx FROM 1 BY 1
002850         UNTIL PARM-FOUND OR parm-idx > parm-count.
002860 1820-EXIT.
002870     EXIT.
002880 1830-MATCH-ONE-PARM.
002890     IF pf-key(parm-idx) = parm-name
002900         SET PARM-FOUND TO TRUE
002910         MOVE pf-value(parm-idx) TO env-text
002920     END-IF.
002930 1830-EXIT.
002940     EXIT.
002950*----------------------------------------------------------------
002960* 2000-TABLE-EDITS - EDTFILE's "LINE n ORIGINAL:" half of each
002970*                    edit pair into the edit table with its edit
002980*                    code, and the READ= figure off the staging
002990*                    totals line. The STAGED: half says nothing
003000*                    the code doesn't.
003010*----------------------------------------------------------------
003020 2000-TABLE-EDITS.
003030     MOVE "N" TO FILE-EOF-SW
003040     OPEN INPUT EDIT-FILE
003050     IF input-file-status NOT = "00"
003060         GO TO 2000-EXIT
003070     END-IF
003080     PERFORM 2100-TABLE-ONE-EDIT THRU 2100-EXIT
003090         UNTIL FILE-EOF
003100     CLOSE EDIT-FILE.
003110 2000-EXIT.
003120     EXIT.
003130 2100-TABLE-ONE-EDIT.
003140     READ EDIT-FILE
003150         AT END
003160             SET FILE-EOF TO TRUE
003170             GO TO 2100-EXIT
003180     END-READ
003190     IF EDIT-RECORD(1:21) = "STAGING TOTALS: READ="
003200             AND EDIT-RECORD(22:9) IS NUMERIC
003210         MOVE EDIT-RECORD(22:9) TO received-count
003220         GO TO 2100-EXIT
003230     END-IF
003240     IF EDIT-RECORD(1:5) NOT = "LINE "
003250             OR EDIT-RECORD(6:9) IS NOT NUMERIC
003260             OR EDIT-RECORD(15:11) NOT = " ORIGINAL: "
003270         GO TO 2100-EXIT
003280     END-IF
003290     IF edit-count NOT < edit-max
003300         ADD 1 TO dropped-count
003310         GO TO 2100-EXIT
003320     END-IF
003330     ADD 1 TO edit-count
003340     MOVE EDIT-RECORD(6:9) TO ed-line(edit-count)
003350     MOVE 0 TO ed-case(edit-count)
003360     MOVE EDIT-RECORD(26:99) TO raw-text
003370     PERFORM 2200-CLASSIFY-EDIT THRU 2200-EXIT
003380     MOVE reason-code TO ed-code(edit-count).
003390 2100-EXIT.
003400     EXIT.
003410*----------------------------------------------------------------
003420* 2200-CLASSIFY-EDIT - the first thing GCJSTAGE's broom would
003430*                      have had to do to the original line: a
003440*                      tab (printed "~" on EDTFILE) outranks a
003450*                      leading blank, which outranks doubled
003460*                      spaces between tokens.
003470*----------------------------------------------------------------
003480 2200-CLASSIFY-EDIT.
003490     MOVE 0 TO token-len
003500     INSPECT raw-text TALLYING token-len FOR ALL "~"
003510     IF token-len > 0
003520         MOVE "ED01" TO reason-code
003530         GO TO 2200-EXIT
003540     END-IF
003550     IF raw-text(1:1) = SPACE
003560         MOVE "ED02" TO reason-code
003570         GO TO 2200-EXIT
003580     END-IF
003590     MOVE "ED03" TO reason-code.
003600 2200-EXIT.
003610     EXIT.
003620*----------------------------------------------------------------
003630* 3000-TABLE-REJECTS - REJFILE's case rejects into the reject
003640*                      table in file order, each classified.
003650*                      REJFILE's other lines (header, count and
003660*                      duplicate notices, correction and batch
003670*                      refusals) are about the upload as a
003680*                      whole, not a contestant's case, and are
003690*                      passed by.
003700*----------------------------------------------------------------
003710 3000-TABLE-REJECTS.
003720     MOVE "N" TO FILE-EOF-SW
003730     OPEN INPUT REJECT-FILE
003740     IF input-file-status NOT = "00"
003750         GO TO 3000-EXIT
003760     END-IF
003770     PERFORM 3100-TABLE-ONE-REJECT THRU 3100-EXIT
003780         UNTIL FILE-EOF
003790     CLOSE REJECT-FILE.
003800 3000-EXIT.
003810     EXIT.
003820 3100-TABLE-ONE-REJECT.
003830     READ REJECT-FILE
003840         AT END
003850             SET FILE-EOF TO TRUE
003860             GO TO 3100-EXIT
003870     END-READ
003880     IF REJECT-RECORD(1:6) NOT = "Case #"
003890         GO TO 3100-EXIT
003900     END-IF
003910     MOVE 0 TO token-len
003920     INSPECT REJECT-RECORD(7:) TALLYING token-len
003930         FOR CHARACTERS BEFORE INITIAL SPACE
003940     IF token-len = 0 OR token-len > 9
003950         GO TO 3100-EXIT
003960     END-IF
003970     IF REJECT-RECORD(7:token-len) IS NOT NUMERIC
003980         GO TO 3100-EXIT
003990     END-IF
004000     COMPUTE token-start = 7 + token-len
004010     IF REJECT-RECORD(token-start:11) NOT = " REJECTED: "
004020         GO TO 3100-EXIT
004030     END-IF
004040     IF reject-count NOT < reject-max
004050         ADD 1 TO dropped-count
004060         GO TO 3100-EXIT
004070     END-IF
004080     ADD 1 TO reject-count
004090     MOVE REJECT-RECORD(7:token-len) TO case-text
004100     MOVE case-text TO rj-case(reject-count)
004110     MOVE 0 TO rj-date(reject-count)
004120     MOVE SPACES TO rj-entrant(reject-count)
004130     ADD 11 TO token-start
004140     MOVE REJECT-RECORD(token-start:99) TO raw-text
004150     PERFORM 3200-CLASSIFY-REJECT THRU 3200-EXIT
004160     MOVE reason-code TO rj-code(reject-count).
004170 3100-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------
004200* 3200-CLASSIFY-REJECT - walk the raw line through the same
004210*                        steps GCJ's 2200-PARSE-CASE-LINE takes
004220*                        and name the first one it fails. A
004230*                        line that somehow passes them all is
004240*                        RJ99 - the code says as much as anyone
004250*                        can without the raw text.
004260*----------------------------------------------------------------
004270 3200-CLASSIFY-REJECT.
004280     MOVE 1 TO sep
004290     INSPECT raw-text TALLYING sep FOR CHARACTERS
004300         BEFORE INITIAL SPACE
004310     IF sep = 1
004320         MOVE "RJ01" TO reason-code
004330         GO TO 3200-EXIT
004340     END-IF
004350     COMPUTE token-len = sep - 1
004360     IF token-len > 9
004370         MOVE "RJ03" TO reason-code
004380         GO TO 3200-EXIT
004390     END-IF
004400     IF raw-text(1:token-len) IS NOT NUMERIC
004410         MOVE "RJ02" TO reason-code
004420         GO TO 3200-EXIT
004430     END-IF
004440     MOVE raw-text(1:token-len) TO case-text
004450     MOVE case-text TO parsed-case-no
004460     IF parsed-case-no = 0
004470         MOVE "RJ04" TO reason-code
004480         GO TO 3200-EXIT
004490     END-IF
004500     COMPUTE token-start = sep + 1
004510     MOVE 0 TO token-len
004520     INSPECT raw-text(token-start:) TALLYING token-len
004530         FOR CHARACTERS BEFORE INITIAL SPACE
004540     IF token-len = 0
004550         MOVE "RJ05" TO reason-code
004560         GO TO 3200-EXIT
004570     END-IF
004580     IF token-len > 9
004590         MOVE "RJ07" TO reason-code
004600         GO TO 3200-EXIT
004610     END-IF
004620     IF raw-text(token-start:token-len) IS NOT NUMERIC
004630         MOVE "RJ06" TO reason-code
004640         GO TO 3200-EXIT
004650     END-IF
004660     MOVE "RJ99" TO reason-code.
004670 3200-EXIT.
004680     EXIT.
004690*----------------------------------------------------------------
004700* 4000-WALK-REPORT - RPTFILE for the outcome counts and, for each
004710*                    rejected case, its date and entrant. The
004720*                    N-th reject here is the N-th reject tabled
004730*                    off REJFILE; a case number that disagrees
004740*                    leaves the row's date unset and the detail
004750*                    goes out under the report's word, coded
004760*                    RJ99.
004770*----------------------------------------------------------------
004780 4000-WALK-REPORT.
004790     MOVE "N" TO FILE-EOF-SW
004800     MOVE run-date TO walk-date
004810     MOVE "*NONE*" TO walk-entrant
004820     OPEN INPUT REPORT-FILE
004830     IF input-file-status NOT = "00"
004840         GO TO 4000-EXIT
004850     END-IF
004860     PERFORM 4100-WALK-ONE-REPORT-LINE THRU 4100-EXIT
004870         UNTIL FILE-EOF
004880     CLOSE REPORT-FILE.
004890 4000-EXIT.
004900     EXIT.
004910 4100-WALK-ONE-REPORT-LINE.
004920     READ REPORT-FILE
004930         AT END
004940             SET FILE-EOF TO TRUE
004950             GO TO 4100-EXIT
004960     END-READ
004970     MOVE REPORT-RECORD TO ln
004980     IF ln(1:10) = "*** BATCH "
004990         IF ln(11:8) IS NUMERIC
005000             MOVE ln(11:8) TO walk-date
005010         END-IF
005020         MOVE "*NONE*" TO walk-entrant
005030         GO TO 4100-EXIT
005040     END-IF
005050     IF ln(1:12) = "*** ENTRANT "
005060         PERFORM 4300-NOTE-ENTRANT THRU 4300-EXIT
005070         GO TO 4100-EXIT
005080     END-IF
005090     IF ln(1:6) NOT = "Case #"
005100         GO TO 4100-EXIT
005110     END-IF
005120     PERFORM 4200-PARSE-CASE-LINE THRU 4200-EXIT
005130     IF NOT LINE-PARSED
005140         GO TO 4100-EXIT
005150     END-IF
005160     IF parsed-result(1:5) = "BLACK"
005170             OR parsed-result(1:5) = "WHITE"
005180         ADD 1 TO decided-count
005190         GO TO 4100-EXIT
005200     END-IF
005210     IF parsed-result(1:7) = "***HELD"
005220         ADD 1 TO held-count
005230         GO TO 4100-EXIT
005240     END-IF
005250     IF parsed-result NOT = "***REJECTED"
005260         GO TO 4100-EXIT
005270     END-IF
005280     ADD 1 TO rejected-count
005290     IF reject-paired NOT < reject-count
005300         PERFORM 4400-TABLE-UNPAIRED-REJECT THRU 4400-EXIT
005310         GO TO 4100-EXIT
005320     END-IF
005330     ADD 1 TO reject-paired
005340     IF rj-case(reject-paired) NOT = parsed-case-no
005350         MOVE parsed-case-no TO rj-case(reject-paired)
005360         MOVE "RJ99" TO rj-code(reject-paired)
005370     END-IF
005380     MOVE walk-date TO rj-date(reject-paired)
005390     MOVE walk-entrant TO rj-entrant(reject-paired).
005400 4100-EXIT.
005410     EXIT.
005420*----------------------------------------------------------------
005430* 4200-PARSE-CASE-LINE - the case number and the word behind it
005440*                        off one "Case #n: ..." line, the same
005450*                        parse GCJEXPT makes.
005460*----------------------------------------------------------------
005470 4200-PARSE-CASE-LINE.
005480     MOVE "N" TO LINE-PARSE-SW
005490     MOVE SPACES TO parsed-result
005500     MOVE 0 TO token-len
005510     INSPECT ln(7:) TALLYING token-len
005520         FOR CHARACTERS BEFORE INITIAL ":"
005530     IF token-len = 0 OR token-len > 9
005540         GO TO 4200-EXIT
005550     END-IF
005560     IF ln(7:token-len) IS NOT NUMERIC
005570         GO TO 4200-EXIT
005580     END-IF
005590     MOVE ln(7:token-len) TO case-text
005600     MOVE case-text TO parsed-case-no
005610     IF parsed-case-no = 0
005620         GO TO 4200-EXIT
005630     END-IF
005640     SET LINE-PARSED TO TRUE
005650     COMPUTE token-start = 7 + token-len + 2
005660     MOVE ln(token-start:11) TO parsed-result.
005670 4200-EXIT.
005680     EXIT.
005690*----------------------------------------------------------------
005700* 4300-NOTE-ENTRANT - the id off a "*** ENTRANT id ***" echo. The
005710*                     "*** ENTRANT MARKER UNREADABLE" line GCJ
005720*                     writes for a bad marker shares the prefix
005730*                     but not the closing " ***", and leaves the
005740*                     tag unchanged, as GCJ does.
005750*----------------------------------------------------------------
005760 4300-NOTE-ENTRANT.
005770     MOVE 0 TO entrant-id-len
005780     INSPECT ln(13:) TALLYING entrant-id-len
005790         FOR CHARACTERS BEFORE INITIAL SPACE
005800     IF entrant-id-len = 0 OR entrant-id-len > 8
005810         GO TO 4300-EXIT
005820     END-IF
005830     COMPUTE token-start = 13 + entrant-id-len
005840     IF ln(token-start:4) NOT = " ***"
005850         GO TO 4300-EXIT
005860     END-IF
005870     MOVE SPACES TO walk-entrant
005880     MOVE ln(13:entrant-id-len) TO walk-entrant.
005890 4300-EXIT.
005900     EXIT.
005910*----------------------------------------------------------------
005920* 4400-TABLE-UNPAIRED-REJECT - a report reject with no REJFILE
005930*                              line left to pair with still
005940*                              gets its detail, coded RJ99.
005950*----------------------------------------------------------------
005960 4400-TABLE-UNPAIRED-REJECT.
005970     IF reject-count NOT < reject-max
005980         ADD 1 TO dropped-count
005990         GO TO 4400-EXIT
006000     END-IF
006010     ADD 1 TO reject-count
006020     MOVE reject-count TO reject-paired
006030     MOVE parsed-case-no TO rj-case(reject-count)
006040     MOVE "RJ99" TO rj-code(reject-count)
006050     MOVE walk-date TO rj-date(reject-count)
006060     MOVE walk-entrant TO rj-entrant(reject-count).
006070 4400-EXIT.
006080     EXIT.
006090*----------------------------------------------------------------
006100* 5000-WALK-INFILE - the staged INFILE for the STAGED count and,
006110*                    for each edited line number, the case it
006120*                    became. Case numbers run from the record
006130*                    after the TOTAL header and restart after
006140*                    every BATCH header, exactly as GCJ numbers
006150*                    them; marker lines take no number.
006160*----------------------------------------------------------------
006170 5000-WALK-INFILE.
006180     MOVE "N" TO FILE-EOF-SW
006190     MOVE run-date TO walk-date
006200     MOVE "*NONE*" TO walk-entrant
006210     MOVE 0 TO walk-case
006220     MOVE 0 TO walk-line
006230     OPEN INPUT INPUT-FILE
006240     IF input-file-status NOT = "00"
006250         GO TO 5000-EXIT
006260     END-IF
006270     PERFORM 5100-WALK-ONE-INFILE-LINE THRU 5100-EXIT
006280         UNTIL FILE-EOF
006290     CLOSE INPUT-FILE.
006300 5000-EXIT.
006310     EXIT.
006320 5100-WALK-ONE-INFILE-LINE.
006330     READ INPUT-FILE
006340         AT END
006350             SET FILE-EOF TO TRUE
006360             GO TO 5100-EXIT
006370     END-READ
006380     ADD 1 TO walk-line
006390     ADD 1 TO infile-count
006400     IF walk-line = 1 AND INPUT-RECORD(1:6) = "BATCH "
006410         SET CATCHUP-MODE TO TRUE
006420     END-IF
006430     IF CATCHUP-MODE AND INPUT-RECORD(1:6) = "BATCH "
006440         IF INPUT-RECORD(7:8) IS NUMERIC
006450             MOVE INPUT-RECORD(7:8) TO walk-date
006460         END-IF
006470         MOVE "*NONE*" TO walk-entrant
006480         MOVE 0 TO walk-case
006490         GO TO 5100-EXIT
006500     END-IF
006510     IF walk-line = 1
006520         GO TO 5100-EXIT
006530     END-IF
006540     IF INPUT-RECORD(1:8) = "SESSION "
006550         GO TO 5100-EXIT
006560     END-IF
006570     IF INPUT-RECORD(1:8) = "ENTRANT "
006580         MOVE 0 TO entrant-id-len
006590         INSPECT INPUT-RECORD(9:) TALLYING entrant-id-len
006600             FOR CHARACTERS BEFORE INITIAL SPACE
006610         IF entrant-id-len > 0 AND entrant-id-len NOT > 8
006620             MOVE SPACES TO walk-entrant
006630             MOVE INPUT-RECORD(9:entrant-id-len) TO walk-entrant
006640         END-IF
006650         GO TO 5100-EXIT
006660     END-IF
006670     ADD 1 TO walk-case
006680     ADD 1 TO staged-count
006690     PERFORM 5200-NOTE-EDITED-CASE THRU 5200-EXIT.
006700 5100-EXIT.
006710     EXIT.
006720*----------------------------------------------------------------
006730* 5200-NOTE-EDITED-CASE - EDTFILE lists its pairs in line order,
006740*                         so NEXT-EDIT only ever steps forward:
006750*                         past edits to header and marker lines
006760*                         (which never match a case line) and
006770*                         onto this line's edit if it has one.
006780*----------------------------------------------------------------
006790 5200-NOTE-EDITED-CASE.
006800     IF next-edit > edit-count
006810         GO TO 5200-EXIT
006820     END-IF
006830     IF ed-line(next-edit) < walk-line
006840         ADD 1 TO next-edit
006850         GO TO 5200-NOTE-EDITED-CASE
006860     END-IF
006870     IF ed-line(next-edit) NOT = walk-line
006880         GO TO 5200-EXIT
006890     END-IF
006900     MOVE walk-case TO ed-case(next-edit)
006910     MOVE walk-date TO ed-date(next-edit)
006920     MOVE walk-entrant TO ed-entrant(next-edit)
006930     ADD 1 TO next-edit.
006940 5200-EXIT.
006950     EXIT.
006960*----------------------------------------------------------------
006970* 6000-WRITE-ACK-FILE - header, the reject details in report
006980*                       order, the edit details in upload order,
006990*                       and the trailer.
007000*----------------------------------------------------------------
007010 6000-WRITE-ACK-FILE.
007020     IF received-count = 0
007030         MOVE infile-count TO received-count
007040     END-IF
007050     MOVE SPACES TO ACK-RECORD
007060     STRING "HDR|" DELIMITED BY SIZE
007070            run-date DELIMITED BY SIZE
007080            "|" DELIMITED BY SIZE
007090            received-count DELIMITED BY SIZE
007100            "|" DELIMITED BY SIZE
007110            staged-count DELIMITED BY SIZE
007120            "|" DELIMITED BY SIZE
007130            decided-count DELIMITED BY SIZE
007140            "|" DELIMITED BY SIZE
007150            rejected-count DELIMITED BY SIZE
007160            "|" DELIMITED BY SIZE
007170            held-count DELIMITED BY SIZE
007180            INTO ACK-RECORD
007190     END-STRING
007200     WRITE ACK-RECORD
007210     PERFORM 6100-WRITE-REJECT-DETAIL THRU 6100-EXIT
007220         VARYING rj-idx FROM 1 BY 1
007230         UNTIL rj-idx > reject-count
007240     PERFORM 6200-WRITE-EDIT-DETAIL THRU 6200-EXIT
007250         VARYING ed-idx FROM 1 BY 1
007260         UNTIL ed-idx > edit-count
007270     PERFORM 6900-WRITE-ACK-TRAILER THRU 6900-EXIT.
007280 6000-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------
007310* 6100-WRITE-REJECT-DETAIL - a REJFILE reject RPTFILE never
007320*                            confirmed (date still zero) is no
007330*                            case of this run's - a leftover of
007340*                            an earlier segment - and exports
007350*                            nothing.
007360*----------------------------------------------------------------
007370 6100-WRITE-REJECT-DETAIL.
007380     IF rj-date(rj-idx) = 0
007390         GO TO 6100-EXIT
007400     END-IF
007410     MOVE rj-date(rj-idx) TO dtl-date
007420     MOVE rj-case(rj-idx) TO dtl-case
007430     MOVE rj-entrant(rj-idx) TO dtl-entrant
007440     MOVE "REJ" TO dtl-kind
007450     MOVE rj-code(rj-idx) TO reason-code
007460     PERFORM 6500-WRITE-DETAIL THRU 6500-EXIT
007470     ADD 1 TO rej-detail-count.
007480 6100-EXIT.
007490     EXIT.
007500*----------------------------------------------------------------
007510* 6200-WRITE-EDIT-DETAIL - an edit that matched no case line
007520*                          (header, marker) exports nothing.
007530*----------------------------------------------------------------
007540 6200-WRITE-EDIT-DETAIL.
007550     IF ed-case(ed-idx) = 0
007560         GO TO 6200-EXIT
007570     END-IF
007580     MOVE ed-date(ed-idx) TO dtl-date
007590     MOVE ed-case(ed-idx) TO dtl-case
007600     MOVE ed-entrant(ed-idx) TO dtl-entrant
007610     MOVE "EDT" TO dtl-kind
007620     MOVE ed-code(ed-idx) TO reason-code
007630     PERFORM 6500-WRITE-DETAIL THRU 6500-EXIT
007640     ADD 1 TO edt-detail-count.
007650 6200-EXIT.
007660     EXIT.
007670*----------------------------------------------------------------
007680* 6500-WRITE-DETAIL - one fixed-field detail, the reason text
007690*                     standing behind its code so the web side
007700*                     can post it as it comes.
007710*----------------------------------------------------------------
007720 6500-WRITE-DETAIL.
007730     PERFORM 6600-DESCRIBE-REASON THRU 6600-EXIT
007740     MOVE SPACES TO ACK-RECORD
007750     STRING "DTL|" DELIMITED BY SIZE
007760            dtl-date DELIMITED BY SIZE
007770            "|" DELIMITED BY SIZE
007780            dtl-case DELIMITED BY SIZE
007790            "|" DELIMITED BY SIZE
007800            dtl-entrant DELIMITED BY SIZE
007810            "|" DELIMITED BY SIZE
007820            dtl-kind DELIMITED BY SIZE
007830            "|" DELIMITED BY SIZE
007840            reason-code DELIMITED BY SIZE
007850            "|" DELIMITED BY SIZE
007860            reason-desc DELIMITED BY SIZE
007870            INTO ACK-RECORD
007880     END-STRING
007890     WRITE ACK-RECORD
007900     ADD 1 TO detail-count
007910     ADD dtl-case TO case-hash.
007920 6500-EXIT.
007930     EXIT.
007940 6600-DESCRIBE-REASON.
007950     MOVE "LINE UNREADABLE" TO reason-desc
007960     IF reason-code = "RJ01"
007970         MOVE "MISSING W VALUE" TO reason-desc
007980     END-IF
007990     IF reason-code = "RJ02"
008000         MOVE "W VALUE NOT NUMERIC" TO reason-desc
008010     END-IF
008020     IF reason-code = "RJ03"
008030         MOVE "W VALUE TOO LONG" TO reason-desc
008040     END-IF
008050     IF reason-code = "RJ04"
008060         MOVE "W VALUE IS ZERO" TO reason-desc
008070     END-IF
008080     IF reason-code = "RJ05"
008090         MOVE "MISSING B VALUE" TO reason-desc
008100     END-IF
008110     IF reason-code = "RJ06"
008120         MOVE "B VALUE NOT NUMERIC" TO reason-desc
008130     END-IF
008140     IF reason-code = "RJ07"
008150         MOVE "B VALUE TOO LONG" TO reason-desc
008160     END-IF
008170     IF reason-code = "ED01"
008180         MOVE "TAB CHARACTERS REPLACED" TO reason-desc
008190     END-IF
008200     IF reason-code = "ED02"
008210         MOVE "LEADING BLANKS REMOVED" TO reason-desc
008220     END-IF
008230     IF reason-code = "ED03"
008240         MOVE "EXTRA SPACES REMOVED" TO reason-desc
008250     END-IF.
008260 6600-EXIT.
008270     EXIT.
008280*----------------------------------------------------------------
008290* 6900-WRITE-ACK-TRAILER - the detail counts by kind, anything
008300*                          dropped, the case hash, and whether
008310*                          the header's counts account for
008320*                          every staged case.
008330*----------------------------------------------------------------
008340 6900-WRITE-ACK-TRAILER.
008350     COMPUTE accounted-count = decided-count + rejected-count
008360         + held-count
008370     IF accounted-count = staged-count AND dropped-count = 0
008380         MOVE "BALANCED" TO balance-flag
008390     ELSE
008400         MOVE "UNBALANCED" TO balance-flag
008410     END-IF
008420     MOVE SPACES TO ACK-RECORD
008430     STRING "TRL|" DELIMITED BY SIZE
008440            detail-count DELIMITED BY SIZE
008450            "|" DELIMITED BY SIZE
008460            rej-detail-count DELIMITED BY SIZE
008470            "|" DELIMITED BY SIZE
008480            edt-detail-count DELIMITED BY SIZE
008490            "|" DELIMITED BY SIZE
008500            dropped-count DELIMITED BY SIZE
008510            "|" DELIMITED BY SIZE
008520            case-hash DELIMITED BY SIZE
008530            "|" DELIMITED BY SIZE
008540            balance-flag DELIMITED BY SIZE
008550            INTO ACK-RECORD
008560     END-STRING
008570     WRITE ACK-RECORD.
008580 6900-EXIT.
008590     EXIT.
008600*----------------------------------------------------------------
008610* 9000-TERMINATE - close out the interface file.
008620*----------------------------------------------------------------
008630 9000-TERMINATE.
008640     CLOSE ACK-FILE.
008650 9000-EXIT.
008660     EXIT.
