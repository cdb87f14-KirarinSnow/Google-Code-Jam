000050*        contest-side upload on RAWFILE. The staged file lands on
000060*        INFILE ready for GCJ; EDTFILE lists every line the edit
000070*        touched, original and staged, plus the totals.
000080*        A regional partner site's fixed-column upload is
000090*        recognised off its header record and converted to a
000100*        standard INFILE instead. The partner layout, 80-byte
000110*        records typed in columns 1-2:
000120*            PH  3-10 partner site id   11-18 upload date
000130*                     YYYYMMDD
000140*            PD  3-10 session id        11-18 contestant id
000150*                19-27 W, zero-filled   28-36 B, zero-filled
000160*            PT  3-11 detail record count
000170*                12-26 hash total - the sum of every detail's
000180*                      W and B fields
000190*        The trailer count and hash are checked over the whole
000200*        upload before a line goes out; an upload that fails
000210*        any check is refused - INFILE is left empty, the
000220*        reasons are listed on EDTFILE and the step ends with
000230*        RETURN-CODE 8 so nothing reaches GCJ. A GCJ_RUN_DATE
000240*        card on the PARMFILE deck (YYYYMMDD, default today)
000250*        names the night; a header dated for any other night
000260*        is one such check.
000270* Comments: The contest web side's upload is forever arriving
000280*           with leading blanks, tab characters and doubled
000290*           spaces that 2200-PARSE-CASE-LINE in GCJ rightly
000300*           refuses - but a human can read them fine, and every
000310*           one is a phone call. The edit here is whitespace
000320*           only: tabs become spaces, leading whitespace is
000330*           dropped, runs of spaces collapse to one. Nothing
000340*           else changes, so a line that's genuinely unreadable
000350*           stays unreadable and still lands in REJFILE on the
000360*           GCJ run, where it belongs. SESSION marker lines and
000370*           the TOTAL header get the same cleanup, which is
000380*           exactly what their parses want.
000390*           A partner upload converts record for record: the
000400*           header becomes the TOTAL header (the detail count),
000410*           each detail a "W B" case line, with a "SESSION id"
000420*           or "ENTRANT id" marker ahead of it whenever its
000430*           session or contestant field changes from the one in
000440*           effect - a blank field leaves the marker in effect
000450*           as it stood. A W or B field that isn't digits is
000460*           carried across as typed, spaces straightened, so
000470*           GCJ still rejects it to REJFILE the way it would a
000480*           bad line of ours; such a field adds nothing to the
000490*           hash. EDTFILE lists each converted record as a
000500*           "REC n PARTNER:" line with the "REC n STAGED:"
000510*           lines it became, and each refusal as "REC n
000520*           REFUSED:" or "PARTNER UPLOAD REFUSED:" - kept clear
000530*           of the "LINE n ORIGINAL:" shape GCJACK reads the
000540*           whitespace edits from, since a converted record's
000550*           number is a RAWFILE record, not an INFILE line.
000560*
000570* Modification History:
000580* DATE       INIT  DESCRIPTION
000590* 2026-08-22 KS    New program - normalizes harmless whitespace
000600*                    variants out of the raw upload before GCJ's
000610*                    strict parse, with an edit report of every
000620*                    line touched, so REJFILE stops filling with
000630*                    formatting noise.
000640* 2026-10-15 KS    Regional partner uploads: the fixed-column
000650*                    PH/PD/PT layout is recognised, its trailer
000660*                    count and hash checked, and the upload
000670*                    converted to a standard INFILE with SESSION
000680*                    and ENTRANT markers - or refused with
000690*                    RETURN-CODE 8 - with every conversion and
000700*                    refusal listed on EDTFILE.
000710* 2026-10-15 KS    A partner header's upload date is now checked
000720*                    against GCJ_RUN_DATE off the PARMFILE deck,
000730*                    and a refused record's text is cut to fit
000740*                    its EDTFILE line.
000750
000760 IDENTIFICATION DIVISION.
000770 PROGRAM-ID. GCJSTAGE.
000780 AUTHOR. KirarinSnow.
000790 ENVIRONMENT DIVISION.
000800 CONFIGURATION SECTION.
000810 SPECIAL-NAMES.
000820     SYMBOLIC CHARACTERS TAB-CHAR IS 10.
000830 INPUT-OUTPUT SECTION.
000840 FILE-CONTROL.
000850     SELECT RAW-FILE ASSIGN TO "RAWFILE"
000860         ORGANIZATION IS LINE SEQUENTIAL.
000870     SELECT STAGED-FILE ASSIGN TO "INFILE"
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890     SELECT EDIT-FILE ASSIGN TO "EDTFILE"
000900         ORGANIZATION IS LINE SEQUENTIAL.
000910     SELECT PARM-FILE ASSIGN TO "PARMFILE"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS parm-file-status.
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  RAW-FILE
000970     LABEL RECORDS ARE STANDARD
000980     RECORDING MODE IS F.
000990 01  RAW-RECORD           PIC X(99).
001000 FD  STAGED-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORDING MODE IS F.
001030 01  STAGED-RECORD        PIC X(99).
001040 FD  EDIT-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORDING MODE IS F.
001070 01  EDIT-RECORD          PIC X(132).
001080 FD  PARM-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORDING MODE IS F.
001110 01  PARM-RECORD          PIC X(80).
001120 WORKING-STORAGE SECTION.
001130 77  max-total            PIC 9(9)  VALUE 999999.
001140 77  parm-file-status     PIC X(02).
001150 77  parm-max             PIC 9(9)  VALUE 30.
001160 01  SWITCHES.
001170     05  RAW-EOF-SW       PIC X(01)  VALUE "N".
001180         88  RAW-EOF                 VALUE "Y".
001190     05  PENDING-SPACE-SW PIC X(01)  VALUE "N".
001200         88  PENDING-SPACE           VALUE "Y".
001210     05  PARTNER-SW       PIC X(01)  VALUE "N".
001220         88  PARTNER-UPLOAD          VALUE "Y".
001230     05  TRAILER-SW       PIC X(01)  VALUE "N".
001240         88  TRAILER-SEEN            VALUE "Y".
001250     05  REFUSED-SW       PIC X(01)  VALUE "N".
001260         88  UPLOAD-REFUSED          VALUE "Y".
001270     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
001280         88  PARM-EOF                VALUE "Y".
001290     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
001300         88  PARM-FOUND              VALUE "Y".
001310 01  env-text         PIC X(9).
001320 01  parm-count       PIC 9(9)  VALUE ZERO.
001330 01  PARM-TABLE.
001340     05  PARM-ENTRY OCCURS 30 TIMES.
001350         10  pf-key       PIC X(20).
001360         10  pf-value     PIC X(20).
001370 01  parm-idx         PIC 9(9).
001380 01  parm-name        PIC X(20).
001390 01  parm-token-start PIC 9(9).
001400 01  token-len        PIC 9(9).
001410 01  run-date         PIC 9(8).
001420 01  raw-line         PIC X(99).
001430 01  staged-line      PIC X(99).
001440 01  display-line     PIC X(99).
001450 01  scan-idx         PIC 9(9).
001460 01  out-idx          PIC 9(9).
001470 01  line-number      PIC 9(9)  VALUE ZERO.
001480 01  read-count       PIC 9(9)  VALUE ZERO.
001490 01  touched-count    PIC 9(9)  VALUE ZERO.
001500*    The partner layout.
001510 01  PARTNER-RECORD.
001520     05  pr-type          PIC X(2).
001530     05  pr-body          PIC X(78).
001540 01  PARTNER-HEADER REDEFINES PARTNER-RECORD.
001550     05  FILLER           PIC X(2).
001560     05  ph-site          PIC X(8).
001570     05  ph-date          PIC X(8).
001580     05  FILLER           PIC X(62).
001590 01  PARTNER-DETAIL REDEFINES PARTNER-RECORD.
001600     05  FILLER           PIC X(2).
001610     05  pd-session       PIC X(8).
001620     05  pd-contestant    PIC X(8).
001630     05  pd-w-text        PIC X(9).
001640     05  pd-w REDEFINES pd-w-text PIC 9(9).
001650     05  pd-b-text        PIC X(9).
001660     05  pd-b REDEFINES pd-b-text PIC 9(9).
001670     05  FILLER           PIC X(44).
001680 01  PARTNER-TRAILER REDEFINES PARTNER-RECORD.
001690     05  FILLER           PIC X(2).
001700     05  pt-count-text    PIC X(9).
001710     05  pt-count REDEFINES pt-count-text PIC 9(9).
001720     05  pt-hash-text     PIC X(15).
001730     05  pt-hash REDEFINES pt-hash-text PIC 9(15).
001740     05  FILLER           PIC X(54).
001750 01  partner-site     PIC X(8)  VALUE SPACES.
001760 01  partner-date     PIC X(8)  VALUE SPACES.
001770 01  detail-count     PIC 9(9)  VALUE ZERO.
001780 01  detail-hash      PIC 9(15) VALUE ZERO.
001790 01  trailer-count    PIC 9(9)  VALUE ZERO.
001800 01  trailer-hash     PIC 9(15) VALUE ZERO.
001810 01  marker-count     PIC 9(9)  VALUE ZERO.
001820 01  staged-count     PIC 9(9)  VALUE ZERO.
001830 01  refusal-count    PIC 9(9)  VALUE ZERO.
001840 01  refusal-text     PIC X(40).
001850 01  active-session   PIC X(8)  VALUE SPACES.
001860 01  active-entrant   PIC X(8)  VALUE SPACES.
001870 01  fmt-number       PIC 9(9).
001880 01  cstr             PIC X(9).
001890 01  cstart           PIC 9(9).
001900 01  cend             PIC 9(9).
001910 01  w-out            PIC X(9).
001920 01  b-out            PIC X(9).
001930 PROCEDURE DIVISION.
001940 0000-MAINLINE.
001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001960     IF PARTNER-UPLOAD
001970         PERFORM 3000-CHECK-PARTNER THRU 3000-EXIT
001980         IF NOT UPLOAD-REFUSED
001990             PERFORM 3500-CONVERT-PARTNER THRU 3500-EXIT
002000         END-IF
002010     ELSE
002020         PERFORM 2000-STAGE-LINES THRU 2000-EXIT
002030     END-IF
002040     PERFORM 2900-WRITE-EDIT-TOTALS THRU 2900-EXIT
002050     PERFORM 9000-TERMINATE THRU 9000-EXIT
002060     IF UPLOAD-REFUSED
002070         MOVE 8 TO RETURN-CODE
002080     END-IF
002090     STOP RUN.
002100*----------------------------------------------------------------
002110* 1000-INITIALIZE - open the datasets, and tell a partner upload
002120*                   by its first record: "PH" with a date in
002130*                   columns 11-18, a shape no TOTAL header or
002140*                   BATCH line of ours can take. RAWFILE is
002150*                   reopened so either pass starts at the top.
002160*----------------------------------------------------------------
002170 1000-INITIALIZE.
002180     ACCEPT run-date FROM DATE YYYYMMDD
002190     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
002200     MOVE "GCJ_RUN_DATE" TO parm-name
002210     PERFORM 1820-GET-PARM THRU 1820-EXIT
002220     IF env-text(1:8) IS NUMERIC AND env-text(9:1) = SPACE
002230         MOVE env-text(1:8) TO run-date
002240     END-IF
002250     OPEN INPUT RAW-FILE
002260     OPEN OUTPUT STAGED-FILE
002270     OPEN OUTPUT EDIT-FILE
002280     READ RAW-FILE
002290         AT END
002300             SET RAW-EOF TO TRUE
002310     END-READ
002320     IF NOT RAW-EOF
002330         MOVE RAW-RECORD TO PARTNER-RECORD
002340         IF pr-type = "PH" AND ph-date IS NUMERIC
002350             SET PARTNER-UPLOAD TO TRUE
002360             MOVE ph-site TO partner-site
002370             MOVE ph-date TO partner-date
002380         END-IF
002390     END-IF
002400     CLOSE RAW-FILE
002410     MOVE "N" TO RAW-EOF-SW
002420     OPEN INPUT RAW-FILE.
002430 1000-EXIT.
002440     EXIT.
002450*----------------------------------------------------------------
002460* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
002470*                       table, one "KEYWORD VALUE" card per
002480*                       record, blank and *-comment cards passed
002490*                       by; a deck that isn't cataloged leaves
002500*                       every parameter at its default. Same
002510*                       deck-and-lookup shape as GCJ's.
002520*----------------------------------------------------------------
002530 1800-LOAD-PARM-FILE.
002540     MOVE 0 TO parm-count
002550     MOVE "N" TO PARM-EOF-SW
002560     OPEN INPUT PARM-FILE
002570     IF parm-file-status NOT = "00"
002580         GO TO 1800-EXIT
002590     END-IF
002600     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
002610         UNTIL PARM-EOF
002620     CLOSE PARM-FILE.
002630 1800-EXIT.
002640     EXIT.
002650 1810-LOAD-ONE-PARM.
002660     READ PARM-FILE
002670         AT END
002680             SET PARM-EOF TO TRUE
002690             GO TO 1810-EXIT
002700     END-READ
002710     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
002720         GO TO 1810-EXIT
002730     END-IF
002740     IF parm-count NOT < parm-max
002750         GO TO 1810-EXIT
002760     END-IF
002770     MOVE 0 TO token-len
002780     INSPECT PARM-RECORD TALLYING token-len
002790         FOR CHARACTERS BEFORE INITIAL SPACE
002800     IF token-len = 0 OR token-len > 20
002810         GO TO 1810-EXIT
002820     END-IF
002830     ADD 1 TO parm-count
002840     MOVE SPACES TO pf-key(parm-count)
002850     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
002860     MOVE SPACES TO pf-value(parm-count)
002870     COMPUTE parm-token-start = token-len + 2
002880     IF parm-token-start > 80
002890         GO TO 1810-EXIT
002900     END-IF
002910     MOVE 0 TO token-len
002920     INSPECT PARM-RECORD(parm-token-start:) TALLYING token-len
002930         FOR CHARACTERS BEFORE INITIAL SPACE
002940     IF token-len = 0 OR token-len > 20
002950         GO TO 1810-EXIT
002960     END-IF
002970     MOVE PARM-RECORD(parm-token-start:token-len)
002980         TO pf-value(parm-count).
002990 1810-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------
003020* 1820-GET-PARM - the card PARM-NAME names, its value into
003030*                 ENV-TEXT; spaces when the deck doesn't carry
003040*                 it.
003050*----------------------------------------------------------------
003060 1820-GET-PARM.
003070     MOVE SPACES TO env-text
003080     MOVE "N" TO PARM-FOUND-SW
003090     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
003100         VARYING parm-idx FROM 1 BY 1
003110         UNTIL PARM-FOUND OR parm-idx > parm-count.
003120 1820-EXIT.
003130     EXIT.
003140 1830-MATCH-ONE-PARM.
003150     IF pf-key(parm-idx) = parm-name
003160         SET PARM-FOUND TO TRUE
003170         MOVE pf-value(parm-idx) TO env-text
003180     END-IF.
003190 1830-EXIT.
003200     EXIT.
003210*----------------------------------------------------------------
003220* 2000-STAGE-LINES - one pass down the raw upload.
003230*----------------------------------------------------------------
003240 2000-STAGE-LINES.
003250     PERFORM 2100-STAGE-ONE-LINE THRU 2100-EXIT
003260         UNTIL RAW-EOF.
003270 2000-EXIT.
003280     EXIT.
003290 2100-STAGE-ONE-LINE.
003300     READ RAW-FILE
003310         AT END
003320             SET RAW-EOF TO TRUE
003330             GO TO 2100-EXIT
003340     END-READ
003350     ADD 1 TO line-number
003360     ADD 1 TO read-count
003370     MOVE RAW-RECORD TO raw-line
003380     PERFORM 2200-NORMALIZE-LINE THRU 2200-EXIT
003390     IF staged-line NOT = raw-line
003400         ADD 1 TO touched-count
003410         PERFORM 2300-WRITE-EDIT-PAIR THRU 2300-EXIT
003420     END-IF
003430     MOVE staged-line TO STAGED-RECORD
003440     WRITE STAGED-RECORD.
003450 2100-EXIT.
003460     EXIT.
003470*----------------------------------------------------------------
003480* 2200-NORMALIZE-LINE - rebuild RAW-LINE into STAGED-LINE with
003490*                       the whitespace straightened out: tabs
003500*                       count as spaces, leading whitespace is
003510*                       dropped, and a run of spaces between
003520*                       tokens comes out as exactly one. The
003530*                       PENDING-SPACE switch holds the one space
003540*                       a run has earned until the next real
003550*                       character claims it - so trailing
003560*                       whitespace earns nothing.
003570*----------------------------------------------------------------
003580 2200-NORMALIZE-LINE.
003590     MOVE SPACES TO staged-line
003600     MOVE 1 TO out-idx
003610     MOVE "N" TO PENDING-SPACE-SW
003620     PERFORM 2210-NORMALIZE-ONE-CHAR THRU 2210-EXIT
003630         VARYING scan-idx FROM 1 BY 1 UNTIL scan-idx > 99.
003640 2200-EXIT.
003650     EXIT.
003660 2210-NORMALIZE-ONE-CHAR.
003670     IF raw-line(scan-idx:1) = SPACE
003680             OR raw-line(scan-idx:1) = TAB-CHAR
003690         IF out-idx > 1
003700             SET PENDING-SPACE TO TRUE
003710         END-IF
003720         GO TO 2210-EXIT
003730     END-IF
003740     IF PENDING-SPACE
003750         ADD 1 TO out-idx
003760         MOVE "N" TO PENDING-SPACE-SW
003770     END-IF
003780     MOVE raw-line(scan-idx:1) TO staged-line(out-idx:1)
003790     ADD 1 TO out-idx.
003800 2210-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------
003830* 2300-WRITE-EDIT-PAIR - the touched line on EDTFILE, original
003840*                        and staged, so the contest desk can see
003850*                        exactly what the edit did and didn't do.
003860*                        Tab characters print as "~" on the
003870*                        report - a print file can't carry the
003880*                        real thing, and an invisible character
003890*                        is the one thing the desk most needs to
003900*                        see.
003910*----------------------------------------------------------------
003920 2300-WRITE-EDIT-PAIR.
003930     MOVE raw-line TO display-line
003940     INSPECT display-line REPLACING ALL TAB-CHAR BY "~"
003950     MOVE SPACES TO EDIT-RECORD
003960     STRING "LINE " DELIMITED BY SIZE
003970            line-number DELIMITED BY SIZE
003980            " ORIGINAL: " DELIMITED BY SIZE
003990            display-line DELIMITED BY SIZE
004000            INTO EDIT-RECORD
004010     END-STRING
004020     WRITE EDIT-RECORD
004030     MOVE SPACES TO EDIT-RECORD
004040     STRING "LINE " DELIMITED BY SIZE
004050            line-number DELIMITED BY SIZE
004060            "   STAGED: " DELIMITED BY SIZE
004070            staged-line DELIMITED BY SIZE
004080            INTO EDIT-RECORD
004090     END-STRING
004100     WRITE EDIT-RECORD.
004110 2300-EXIT.
004120     EXIT.
004130*----------------------------------------------------------------
004140* 2900-WRITE-EDIT-TOTALS - how much of the upload needed the
004150*                          broom.
004160*----------------------------------------------------------------
004170 2900-WRITE-EDIT-TOTALS.
004180     MOVE SPACES TO EDIT-RECORD
004190     STRING "STAGING TOTALS: READ=" DELIMITED BY SIZE
004200            read-count DELIMITED BY SIZE
004210            " NORMALIZED=" DELIMITED BY SIZE
004220            touched-count DELIMITED BY SIZE
004230            INTO EDIT-RECORD
004240     END-STRING
004250     WRITE EDIT-RECORD
004260     IF NOT PARTNER-UPLOAD
004270         GO TO 2900-EXIT
004280     END-IF
004290     MOVE SPACES TO EDIT-RECORD
004300     STRING "PARTNER TOTALS: SITE=" DELIMITED BY SIZE
004310            partner-site DELIMITED BY SIZE
004320            " DATE=" DELIMITED BY SIZE
004330            partner-date DELIMITED BY SIZE
004340            " DETAILS=" DELIMITED BY SIZE
004350            detail-count DELIMITED BY SIZE
004360            " MARKERS=" DELIMITED BY SIZE
004370            marker-count DELIMITED BY SIZE
004380            " STAGED-LINES=" DELIMITED BY SIZE
004390            staged-count DELIMITED BY SIZE
004400            " REFUSALS=" DELIMITED BY SIZE
004410            refusal-count DELIMITED BY SIZE
004420            INTO EDIT-RECORD
004430     END-STRING
004440     WRITE EDIT-RECORD
004450     MOVE SPACES TO EDIT-RECORD
004460     STRING "PARTNER TRAILER: COUNT=" DELIMITED BY SIZE
004470            trailer-count DELIMITED BY SIZE
004480            " HASH=" DELIMITED BY SIZE
004490            trailer-hash DELIMITED BY SIZE
004500            " COMPUTED HASH=" DELIMITED BY SIZE
004510            detail-hash DELIMITED BY SIZE
004520            INTO EDIT-RECORD
004530     END-STRING
004540     WRITE EDIT-RECORD
004550     IF UPLOAD-REFUSED
004560         MOVE "PARTNER UPLOAD REFUSED - NOTHING STAGED TO INFILE"
004570             TO EDIT-RECORD
004580     ELSE
004590         MOVE "PARTNER UPLOAD CONVERTED - TRAILER AGREES"
004600             TO EDIT-RECORD
004610     END-IF
004620     WRITE EDIT-RECORD.
004630 2900-EXIT.
004640     EXIT.
004650*----------------------------------------------------------------
004660* 3000-CHECK-PARTNER - the first pass over a partner upload:
004670*                      every record's type and place, the detail
004680*                      count and hash, then the trailer's word on
004690*                      both, and the header's date against the
004700*                      run date. Every fault found is listed,
004710*                      not just the first, so the partner can
004720*                      fix the file in one go.
004730*----------------------------------------------------------------
004740 3000-CHECK-PARTNER.
004750     PERFORM 3100-CHECK-ONE-RECORD THRU 3100-EXIT
004760         UNTIL RAW-EOF
004770     IF partner-date NOT = run-date
004780         MOVE SPACES TO refusal-text
004790         STRING "DATED " DELIMITED BY SIZE
004800                partner-date DELIMITED BY SIZE
004810                " NOT FOR RUN DATE " DELIMITED BY SIZE
004820                run-date DELIMITED BY SIZE
004830                INTO refusal-text
004840         END-STRING
004850         PERFORM 3400-REFUSE-UPLOAD THRU 3400-EXIT
004860     END-IF
004870     IF NOT TRAILER-SEEN
004880         MOVE "NO PT TRAILER RECORD" TO refusal-text
004890         PERFORM 3400-REFUSE-UPLOAD THRU 3400-EXIT
004900         GO TO 3000-EXIT
004910     END-IF
004920     IF trailer-count NOT = detail-count
004930         MOVE "TRAILER COUNT DISAGREES WITH DETAILS"
004940             TO refusal-text
004950         PERFORM 3400-REFUSE-UPLOAD THRU 3400-EXIT
004960     END-IF
004970     IF trailer-hash NOT = detail-hash
004980         MOVE "TRAILER HASH DISAGREES WITH DETAILS"
004990             TO refusal-text
005000         PERFORM 3400-REFUSE-UPLOAD THRU 3400-EXIT
005010     END-IF
005020     IF detail-count > max-total
005030         MOVE "MORE DETAILS THAN A TOTAL HEADER HOLDS"
005040             TO refusal-text
005050         PERFORM 3400-REFUSE-UPLOAD THRU 3400-EXIT
005060     END-IF.
005070 3000-EXIT.
005080     EXIT.
005090 3100-CHECK-ONE-RECORD.
005100     READ RAW-FILE
005110         AT END
005120             SET RAW-EOF TO TRUE
005130             GO TO 3100-EXIT
005140     END-READ
005150     ADD 1 TO line-number
005160     ADD 1 TO read-count
005170     MOVE RAW-RECORD TO PARTNER-RECORD
005180     IF line-number = 1
005190         GO TO 3100-EXIT
005200     END-IF
005210     IF PARTNER-RECORD = SPACES
005220         GO TO 3100-EXIT
005230     END-IF
005240     IF TRAILER-SEEN
005250         MOVE "RECORD AFTER THE TRAILER" TO refusal-text
005260         PERFORM 3300-REFUSE-RECORD THRU 3300-EXIT
005270         GO TO 3100-EXIT
005280     END-IF
005290     IF pr-type = "PD"
005300         ADD 1 TO detail-count
005310         IF pd-w-text IS NUMERIC
005320             ADD pd-w TO detail-hash
005330         END-IF
005340         IF pd-b-text IS NUMERIC
005350             ADD pd-b TO detail-hash
005360         END-IF
005370         GO TO 3100-EXIT
005380     END-IF
005390     IF pr-type = "PT"
005400         SET TRAILER-SEEN TO TRUE
005410         IF pt-count-text IS NOT NUMERIC
005420                 OR pt-hash-text IS NOT NUMERIC
005430             MOVE "TRAILER COUNT OR HASH NOT NUMERIC"
005440                 TO refusal-text
005450             PERFORM 3300-REFUSE-RECORD THRU 3300-EXIT
005460             GO TO 3100-EXIT
005470         END-IF
005480         MOVE pt-count TO trailer-count
005490         MOVE pt-hash TO trailer-hash
005500         GO TO 3100-EXIT
005510     END-IF
005520     IF pr-type = "PH"
005530         MOVE "SECOND HEADER RECORD" TO refusal-text
005540     ELSE
005550         MOVE "RECORD TYPE NOT PH, PD OR PT" TO refusal-text
005560     END-IF
005570     PERFORM 3300-REFUSE-RECORD THRU 3300-EXIT.
005580 3100-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------
005610* 3300-REFUSE-RECORD - a record that sinks the upload, listed
005620*                      with its RAWFILE record number and the
005630*                      first 60 bytes of its text - every field
005640*                      of the layout, and all the line has room
005650*                      for beside the reason.
005660*----------------------------------------------------------------
005670 3300-REFUSE-RECORD.
005680     SET UPLOAD-REFUSED TO TRUE
005690     ADD 1 TO refusal-count
005700     MOVE SPACES TO EDIT-RECORD
005710     STRING "REC " DELIMITED BY SIZE
005720            line-number DELIMITED BY SIZE
005730            " REFUSED: " DELIMITED BY SIZE
005740            refusal-text DELIMITED BY "  "
005750            " " DELIMITED BY SIZE
005760            PARTNER-RECORD(1:60) DELIMITED BY SIZE
005770            INTO EDIT-RECORD
005780     END-STRING
005790     WRITE EDIT-RECORD.
005800 3300-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------
005830* 3400-REFUSE-UPLOAD - a fault of the upload as a whole.
005840*----------------------------------------------------------------
005850 3400-REFUSE-UPLOAD.
005860     SET UPLOAD-REFUSED TO TRUE
005870     ADD 1 TO refusal-count
005880     MOVE SPACES TO EDIT-RECORD
005890     STRING "PARTNER UPLOAD REFUSED: " DELIMITED BY SIZE
005900            refusal-text DELIMITED BY SIZE
005910            INTO EDIT-RECORD
005920     END-STRING
005930     WRITE EDIT-RECORD.
005940 3400-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------
005970* 3500-CONVERT-PARTNER - the second pass, only once the trailer
005980*                        has agreed: header to TOTAL header,
005990*                        details to markers and case lines,
006000*                        each record listed on EDTFILE with what
006010*                        it became.
006020*----------------------------------------------------------------
006030 3500-CONVERT-PARTNER.
006040     MOVE 0 TO line-number
006050     MOVE 0 TO read-count
006060     MOVE "N" TO RAW-EOF-SW
006070     CLOSE RAW-FILE
006080     OPEN INPUT RAW-FILE
006090     PERFORM 3600-CONVERT-ONE-RECORD THRU 3600-EXIT
006100         UNTIL RAW-EOF.
006110 3500-EXIT.
006120     EXIT.
006130 3600-CONVERT-ONE-RECORD.
006140     READ RAW-FILE
006150         AT END
006160             SET RAW-EOF TO TRUE
006170             GO TO 3600-EXIT
006180     END-READ
006190     ADD 1 TO line-number
006200     ADD 1 TO read-count
006210     MOVE RAW-RECORD TO PARTNER-RECORD
006220     IF PARTNER-RECORD = SPACES
006230         GO TO 3600-EXIT
006240     END-IF
006250     MOVE SPACES TO EDIT-RECORD
006260     STRING "REC " DELIMITED BY SIZE
006270            line-number DELIMITED BY SIZE
006280            " PARTNER: " DELIMITED BY SIZE
006290            PARTNER-RECORD DELIMITED BY SIZE
006300            INTO EDIT-RECORD
006310     END-STRING
006320     WRITE EDIT-RECORD
006330     IF pr-type = "PH"
006340         MOVE detail-count TO fmt-number
006350         PERFORM 3800-FORMAT-NUMBER THRU 3800-EXIT
006360         MOVE SPACES TO staged-line
006370         MOVE cstr(cstart:cend) TO staged-line
006380         PERFORM 3700-WRITE-STAGED THRU 3700-EXIT
006390         GO TO 3600-EXIT
006400     END-IF
006410     IF pr-type = "PT"
006420         MOVE SPACES TO EDIT-RECORD
006430         STRING "REC " DELIMITED BY SIZE
006440                line-number DELIMITED BY SIZE
006450                "  STAGED: (TRAILER - COUNT AND HASH AGREE)"
006460                DELIMITED BY SIZE
006470                INTO EDIT-RECORD
006480         END-STRING
006490         WRITE EDIT-RECORD
006500         GO TO 3600-EXIT
006510     END-IF
006520     IF pd-session NOT = SPACES
006530             AND pd-session NOT = active-session
006540         MOVE pd-session TO active-session
006550         MOVE SPACES TO staged-line
006560         STRING "SESSION " DELIMITED BY SIZE
006570                active-session DELIMITED BY SPACE
006580                INTO staged-line
006590         END-STRING
006600         ADD 1 TO marker-count
006610         PERFORM 3700-WRITE-STAGED THRU 3700-EXIT
006620     END-IF
006630     IF pd-contestant NOT = SPACES
006640             AND pd-contestant NOT = active-entrant
006650         MOVE pd-contestant TO active-entrant
006660         MOVE SPACES TO staged-line
006670         STRING "ENTRANT " DELIMITED BY SIZE
006680                active-entrant DELIMITED BY SPACE
006690                INTO staged-line
006700         END-STRING
006710         ADD 1 TO marker-count
006720         PERFORM 3700-WRITE-STAGED THRU 3700-EXIT
006730     END-IF
006740     MOVE pd-w-text TO w-out
006750     IF pd-w-text IS NUMERIC
006760         MOVE pd-w TO fmt-number
006770         PERFORM 3800-FORMAT-NUMBER THRU 3800-EXIT
006780         MOVE SPACES TO w-out
006790         MOVE cstr(cstart:cend) TO w-out
006800     END-IF
006810     MOVE pd-b-text TO b-out
006820     IF pd-b-text IS NUMERIC
006830         MOVE pd-b TO fmt-number
006840         PERFORM 3800-FORMAT-NUMBER THRU 3800-EXIT
006850         MOVE SPACES TO b-out
006860         MOVE cstr(cstart:cend) TO b-out
006870     END-IF
006880     MOVE SPACES TO raw-line
006890     STRING w-out DELIMITED BY SIZE
006900            " " DELIMITED BY SIZE
006910            b-out DELIMITED BY SIZE
006920            INTO raw-line
006930     END-STRING
006940     PERFORM 2200-NORMALIZE-LINE THRU 2200-EXIT
006950     PERFORM 3700-WRITE-STAGED THRU 3700-EXIT.
006960 3600-EXIT.
006970     EXIT.
006980*----------------------------------------------------------------
006990* 3700-WRITE-STAGED - one converted line to INFILE, and its
007000*                     "REC n STAGED:" line under the record it
007010*                     came from.
007020*----------------------------------------------------------------
007030 3700-WRITE-STAGED.
007040     MOVE staged-line TO STAGED-RECORD
007050     WRITE STAGED-RECORD
007060     ADD 1 TO staged-count
007070     MOVE SPACES TO EDIT-RECORD
007080     STRING "REC " DELIMITED BY SIZE
007090            line-number DELIMITED BY SIZE
007100            "  STAGED: " DELIMITED BY SIZE
007110            staged-line DELIMITED BY SIZE
007120            INTO EDIT-RECORD
007130     END-STRING
007140     WRITE EDIT-RECORD.
007150 3700-EXIT.
007160     EXIT.
007170*----------------------------------------------------------------
007180* 3800-FORMAT-NUMBER - the un-padded digit string for FMT-NUMBER
007190*                      in CSTR(CSTART:CEND), the way GCJ prints
007200*                      case numbers; a zero comes out as "0".
007210*----------------------------------------------------------------
007220 3800-FORMAT-NUMBER.
007230     MOVE fmt-number TO cstr
007240     MOVE 1 TO cstart
007250     INSPECT cstr TALLYING cstart FOR LEADING ZEROS
007260     IF cstart > 9
007270         MOVE 9 TO cstart
007280     END-IF
007290     COMPUTE cend = 10 - cstart.
007300 3800-EXIT.
007310     EXIT.
007320*----------------------------------------------------------------
007330* 9000-TERMINATE - close out the datasets.
007340*----------------------------------------------------------------
007350 9000-TERMINATE.
007360     CLOSE RAW-FILE
007370     CLOSE STAGED-FILE
007380     CLOSE EDIT-FILE.
007390 9000-EXIT.
007400     EXIT.
