000210*        contest/session, switched in as "SESSION id" marker
000220*        lines come up on INFILE. Missing or unreadable CTLFILE
000230*        falls back to the 2/1 rule for everything.
000240*        ENTMSTR is optional too - GCJEREG's registration
000250*        master. Cataloged, every ENTRANT marker is checked
000260*        against it and the case lines under an unknown or
000270*        withdrawn id go to ENTHOLD undecided.
000280* Comments: Case numbers print un-padded regardless of how many
000290*           digits TOTAL runs to that day - see 2150-FORMAT-
000300*           CASE-NUMBER for how CSTR/CSTART/CEND work together.
000310*
000320* Modification History:
000330* DATE       INIT  DESCRIPTION
000340* 2026-08-09 KS    Widened TOTAL from 4 to 6 digits - batches are
000350*                    now running past 9,999 cases a day and the
000360*                    old PIC was truncating the run count.
000370* 2026-08-09 KS    Replaced console ACCEPT/DISPLAY with real
000380*                    dataset I/O (INFILE/RPTFILE) so production
000390*                    control can schedule this unattended instead
000400*                    of someone piping files in by hand.
000410* 2026-08-09 KS    Added REJFILE - case lines that don't parse as
000420*                    a clean "token token" shape are now logged
000430*                    with the case number and raw text instead of
000440*                    silently feeding garbage into the DIVIDE.
000450* 2026-08-09 KS    W is now parsed and range-checked along with
000460*                    B instead of being read off LN and thrown
000470*                    away.
000480* 2026-08-09 KS    Added a BLACK/WHITE/total tally at the end of
000490*                    RPTFILE so a lopsided day's run stands out
000500*                    without scanning the whole report.
000510* 2026-08-09 KS    Added CHKFILE checkpointing plus a
000520*                    GCJ_RESTART=Y restart mode so an abend deep
000530*                    into a large run doesn't force a full
000540*                    reprocess from case 1.
000550* 2026-08-09 KS    Pulled the Case # label formatting out into its
000560*                    own paragraph (2150-FORMAT-CASE-NUMBER) and
000570*                    documented it - CSTART/CEND already scaled to
000580*                    any digit width once TOTAL stopped truncating
000590*                    at 4 digits, but the old inline comment made
000600*                    it look broken. No behavior change.
000610* 2026-08-09 KS    Added a validation pass on a fresh run (not
000620*                    repeated on a restart segment) that confirms
000630*                    INFILE's line count matches TOTAL and flags
000640*                    duplicate case lines via a SORT, instead of
000650*                    quietly pairing whatever line happens to come
000660*                    next with the current case number.
000670* 2026-08-09 KS    Added AUDFILE - one record per decided case
000680*                    (case number, B, QUOT/REM, RESULT, run date)
000690*                    so a scoring dispute can be traced back to
000700*                    exactly what GCJ saw and decided without
000710*                    re-running the job.
000720* 2026-08-09 KS    Pulled the BLACK/WHITE parity rule out of the
000730*                    DIVIDE itself and into CTLFILE (divisor and
000740*                    the remainder that means BLACK) so a contest
000750*                    variant's rule can be changed between runs
000760*                    without touching the program.
000770* 2026-08-22 KS    Added a repair mode (GCJ_REPAIR=Y) that reads
000780*                    corrected case lines off CORFILE, re-decides
000790*                    just those cases, and copies the prior
000800*                    report (RPTOLD) to a fresh RPTFILE with the
000810*                    repaired results slotted in - so six bad
000820*                    lines no longer cost a 200,000-case rerun.
000830*                    Repaired decisions land on AUDFILE flagged
000840*                    CORR=Y.
000850* 2026-08-22 KS    Added STATFILE - end-of-run statistics with
000860*                    BLACK/WHITE counts broken out by W band plus
000870*                    min/max/average of W and B, so a lopsided
000880*                    day's report also says where it was
000890*                    lopsided.
000900* 2026-08-22 KS    Added GCJ_CASE_OFFSET so a partitioned run's
000910*                    streams number their cases from their slice
000920*                    range instead of from 1 - every stream's
000930*                    report, reject and audit records then carry
000940*                    the real case numbers and the merge step is
000950*                    a straight stitch. Unset means 0, which is
000960*                    exactly the old single-stream behavior.
000970* 2026-08-22 KS    CTLFILE now carries one parity rule per
000980*                    session/contest id alongside the default,
000990*                    and "SESSION id" marker lines on INFILE
001000*                    switch the divisor and black-remainder as
001010*                    the run crosses session boundaries - no more
001020*                    one job per session on a mixed day. Each
001030*                    switch is echoed on RPTFILE so there's no
001040*                    doubt which rule decided which block.
001050* 2026-08-22 KS    Every run now appends its summary numbers -
001060*                    run date, TOTAL, processed, BLACK, WHITE,
001070*                    reject count and the run mode (fresh,
001080*                    restart segment or repair) - as one record
001090*                    to the permanent RUNSTATS dataset, so
001100*                    reject-rate and volume trends survive past
001110*                    the day's report.
001120* 2026-08-22 KS    RPTFILE and AUDFILE now end with a TRAILER
001130*                    record carrying the record count, the
001140*                    processed/BLACK/WHITE counts and a hash
001150*                    total over the B values, so the scoring
001160*                    side can prove it received whole files
001170*                    instead of finding a truncated FTP pull
001180*                    two days late.
001190* 2026-08-22 KS    A partitioned stream (GCJ_CASE_OFFSET set in
001200*                    the step) now writes its RUNSTATS record
001210*                    as MODE=STREAM, so the trend report lists
001220*                    partial streams without treating them as
001230*                    whole days; GCJMERGE appends the merged
001240*                    day's record.
001250* 2026-08-22 KS    Repair mode now re-decides each correction
001260*                    under the session rule in effect at that
001270*                    point of the prior report, picked up off
001280*                    the copied *** SESSION *** echo lines - a
001290*                    mixed-session day's corrections no longer
001300*                    all fall under the run default. Correction
001310*                    records naming case number zero reject
001320*                    like any other bad record.
001330* 2026-09-02 KS    "ENTRANT id" marker lines on INFILE now tag
001340*                    the case lines that follow with the
001350*                    submitting contestant, the same way SESSION
001360*                    markers carry the rule. The id rides onto
001370*                    the RPTFILE case lines and the AUDFILE
001380*                    records as ENTRANT=, so a dispute that
001390*                    arrives as "contestant so-and-so, case
001400*                    4417" is a keyed pull instead of side-
001410*                    spreadsheet archaeology. Repair mode picks
001420*                    the entrant back off the prior report's
001430*                    case line, so a repaired decision keeps
001440*                    its submitter.
001450* 2026-09-02 KS    CTLFILE rules - the default and the per-
001460*                    session records both - now take an optional
001470*                    trailing effective date (YYYYMMDD), so an
001480*                    announced rule change loads in advance: of
001490*                    the records for one session the latest date
001500*                    not past the run date wins, undated means
001510*                    effective always, a future date waits its
001520*                    turn, and an unreadable date drops the
001530*                    record rather than flipping today what was
001540*                    meant for next week. GCJRAUD audits the
001550*                    load before the run.
001560* 2026-09-02 KS    Audit records now also carry W= on the end -
001570*                    the decision trail had B but not the stick
001580*                    width, and the web-side export needs both.
001590*                    Appended after the ENTRANT tag so every
001600*                    fixed-offset audit parser reads as before.
001610* 2026-09-02 KS    Catch-up mode for lost nights: an input
001620*                    whose first record is "BATCH YYYYMMDD
001630*                    count" carries several contest days, each
001640*                    opened by its own dated batch header the
001650*                    way the TOTAL header opens a file today.
001660*                    Each day decides under its own date -
001670*                    stamped on AUDFILE and as DATE= on report
001680*                    case lines - and closing with its own
001690*                    Summary and RUNSTATS record (MODE=CATCHUP).
001700*                    Always runs fresh; checkpoints are skipped.
001710* 2026-09-02 KS    GCJ_RESTART, GCJ_REPAIR and GCJ_CASE_OFFSET
001720*                    now come off the PARMFILE card deck instead
001730*                    of the step environment, with GCJPVAL
001740*                    validating and echoing the deck ahead of
001750*                    the step - a mistyped offset now stops at
001760*                    submission. A missing deck leaves every
001770*                    parameter at its default.
001780* 2026-10-15 KS    ENTRANT markers are now checked against the
001790*                    ENTMSTR registration master GCJEREG keeps:
001800*                    the case lines under an id that isn't
001810*                    registered, or was withdrawn, are held -
001820*                    listed on ENTHOLD with their case range and
001830*                    raw text, shown HELD on RPTFILE, and not
001840*                    decided. No ENTMSTR cataloged means no check,
001850*                    exactly the old behavior; a repair pass never
001860*                    holds. Each stream of a partitioned night
001870*                    points its ENTHOLD at its own dataset.
001880* 2026-10-15 KS    Each block of cases decided under one session
001890*                    rule is now logged on the SESSLOG session
001900*                    ledger - date, session id, first and last
001910*                    case, count, and the divisor and black-
001920*                    remainder it ran under - EXTENDed the way
001930*                    RUNSTATS is, so GCJVRFY can tell which rule
001940*                    every audit record was supposed to follow.
001950*                    Each stream of a partitioned night points
001960*                    its SESSLOG at its own dataset.
001970* 2026-10-15 KS    HELD lines on RPTFILE now carry the ENTRANT
001980*                    tag the decided lines do, and a repair pass
001990*                    sends a correction for a HELD case to
002000*                    REJFILE instead of deciding it - the hold
002010*                    stands until the id is registered and the
002020*                    night rerun. Under GCJ_RESTART the hold
002030*                    ranges and totals now count the cases
002040*                    before the checkpoint too, and a hold
002050*                    block or session block the failed segment
002060*                    already closed isn't written onto ENTHOLD or
002070*                    SESSLOG a second time. A catch-up day's last
002080*                    hold block now closes under its own date.
002090
002100 IDENTIFICATION DIVISION.
002110 PROGRAM-ID. GCJ.
002120 AUTHOR. KirarinSnow.
002130 ENVIRONMENT DIVISION.
002140 INPUT-OUTPUT SECTION.
002150 FILE-CONTROL.
002160     SELECT INPUT-FILE ASSIGN TO "INFILE"
002170         ORGANIZATION IS LINE SEQUENTIAL.
002180     SELECT REPORT-FILE ASSIGN TO "RPTFILE"
002190         ORGANIZATION IS LINE SEQUENTIAL.
002200     SELECT REJECT-FILE ASSIGN TO "REJFILE"
002210         ORGANIZATION IS LINE SEQUENTIAL.
002220     SELECT CHECKPOINT-FILE ASSIGN TO "CHKFILE"
002230         ORGANIZATION IS LINE SEQUENTIAL
002240         FILE STATUS IS checkpoint-file-status.
002250     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
002260         ORGANIZATION IS LINE SEQUENTIAL.
002270     SELECT CONTROL-FILE ASSIGN TO "CTLFILE"
002280         ORGANIZATION IS LINE SEQUENTIAL
002290         FILE STATUS IS control-file-status.
002300     SELECT PRIOR-REPORT-FILE ASSIGN TO "RPTOLD"
002310         ORGANIZATION IS LINE SEQUENTIAL.
002320     SELECT CORRECTION-FILE ASSIGN TO "CORFILE"
002330         ORGANIZATION IS LINE SEQUENTIAL.
002340     SELECT STATISTICS-FILE ASSIGN TO "STATFILE"
002350         ORGANIZATION IS LINE SEQUENTIAL.
002360     SELECT RUNSTATS-FILE ASSIGN TO "RUNSTATS"
002370         ORGANIZATION IS LINE SEQUENTIAL
002380         FILE STATUS IS runstats-file-status.
002390     SELECT SESSION-LEDGER ASSIGN TO "SESSLOG"
002400         ORGANIZATION IS LINE SEQUENTIAL
002410         FILE STATUS IS ledger-file-status.
002420     SELECT PARM-FILE ASSIGN TO "PARMFILE"
002430         ORGANIZATION IS LINE SEQUENTIAL
002440         FILE STATUS IS parm-file-status.
002450     SELECT ENTRANT-MASTER ASSIGN TO "ENTMSTR"
002460         ORGANIZATION IS INDEXED
002470         ACCESS MODE IS RANDOM
002480         RECORD KEY IS ENT-ID
002490         FILE STATUS IS entrant-file-status.
002500     SELECT HOLD-FILE ASSIGN TO "ENTHOLD"
002510         ORGANIZATION IS LINE SEQUENTIAL.
002520     SELECT SORT-WORK-FILE ASSIGN TO "SWKFILE".
002530 DATA DIVISION.
002540 FILE SECTION.
002550 FD  INPUT-FILE
002560     LABEL RECORDS ARE STANDARD
002570     RECORDING MODE IS F.
002580 01  INPUT-RECORD         PIC X(99).
002590 FD  REPORT-FILE
002600     LABEL RECORDS ARE STANDARD
002610     RECORDING MODE IS F.
002620 01  REPORT-RECORD        PIC X(132).
002630 FD  REJECT-FILE
002640     LABEL RECORDS ARE STANDARD
002650     RECORDING MODE IS F.
002660 01  REJECT-RECORD        PIC X(200).
002670 FD  CHECKPOINT-FILE
002680     LABEL RECORDS ARE STANDARD
002690     RECORDING MODE IS F.
002700 01  CHECKPOINT-RECORD    PIC 9(9).
002710 FD  AUDIT-FILE
002720     LABEL RECORDS ARE STANDARD
002730     RECORDING MODE IS F.
002740 01  AUDIT-RECORD         PIC X(132).
002750 FD  CONTROL-FILE
002760     LABEL RECORDS ARE STANDARD
002770     RECORDING MODE IS F.
002780 01  CONTROL-RECORD       PIC X(99).
002790 FD  PRIOR-REPORT-FILE
002800     LABEL RECORDS ARE STANDARD
002810     RECORDING MODE IS F.
002820 01  PRIOR-REPORT-RECORD  PIC X(132).
002830 FD  CORRECTION-FILE
002840     LABEL RECORDS ARE STANDARD
002850     RECORDING MODE IS F.
002860 01  CORRECTION-RECORD    PIC X(120).
002870 FD  STATISTICS-FILE
002880     LABEL RECORDS ARE STANDARD
002890     RECORDING MODE IS F.
002900 01  STATISTICS-RECORD    PIC X(132).
002910 FD  RUNSTATS-FILE
002920     LABEL RECORDS ARE STANDARD
002930     RECORDING MODE IS F.
002940 01  RUNSTATS-RECORD      PIC X(132).
002950 FD  SESSION-LEDGER
002960     LABEL RECORDS ARE STANDARD
002970     RECORDING MODE IS F.
002980 01  LEDGER-RECORD        PIC X(132).
002990 FD  PARM-FILE
003000     LABEL RECORDS ARE STANDARD
003010     RECORDING MODE IS F.
003020 01  PARM-RECORD          PIC X(80).
003030 FD  ENTRANT-MASTER
003040     LABEL RECORDS ARE STANDARD
003050     RECORDING MODE IS F.
003060 01  ENTRANT-RECORD.
003070     05  ENT-ID               PIC X(08).
003080     05  ENT-STATUS           PIC X(09).
003090     05  ENT-NAME             PIC X(30).
003100     05  ENT-REG-DATE         PIC 9(8).
003110     05  ENT-CHG-DATE         PIC 9(8).
003120     05  FILLER               PIC X(17).
003130 FD  HOLD-FILE
003140     LABEL RECORDS ARE STANDARD
003150     RECORDING MODE IS F.
003160 01  HOLD-RECORD          PIC X(132).
003170 SD  SORT-WORK-FILE.
003180 01  SORT-WORK-RECORD.
003190     05  SW-LINE-TEXT     PIC X(99).
003200     05  SW-CASE-NUMBER   PIC 9(9).
003210 WORKING-STORAGE SECTION.
003220 77  checkpoint-interval  PIC 9(9)  VALUE 1000.
003230 77  control-file-status  PIC X(02).
003240 77  checkpoint-file-status PIC X(02).
003250 77  runstats-file-status PIC X(02).
003260 77  parm-file-status     PIC X(02).
003270 77  entrant-file-status  PIC X(02).
003280 77  ledger-file-status   PIC X(02).
003290 77  parm-max             PIC 9(9)  VALUE 30.
003300 77  divisor              PIC 9(9)  VALUE 2.
003310 77  black-remainder      PIC 9(9)  VALUE 1.
003320 77  ctl-sep              PIC 9(9).
003330 01  divisor-text         PIC X(9)  JUSTIFIED RIGHT.
003340 01  blackrem-text        PIC X(9)  JUSTIFIED RIGHT.
003350 01  SWITCHES.
003360     05  INPUT-EOF-SW     PIC X(01)  VALUE "N".
003370         88  INPUT-EOF               VALUE "Y".
003380     05  PARSE-OK-SW      PIC X(01)  VALUE "Y".
003390         88  PARSE-OK                VALUE "Y".
003400         88  PARSE-NOT-OK            VALUE "N".
003410     05  RESTART-SWITCH   PIC X(01)  VALUE "N".
003420         88  RESTART-REQUESTED       VALUE "Y".
003430     05  SORT-EOF-SW      PIC X(01)  VALUE "N".
003440         88  SORT-EOF                VALUE "Y".
003450     05  FIRST-SORT-REC-SW PIC X(01) VALUE "Y".
003460         88  FIRST-SORT-REC          VALUE "Y".
003470     05  REPAIR-SWITCH    PIC X(01)  VALUE "N".
003480         88  REPAIR-REQUESTED        VALUE "Y".
003490     05  PRIOR-EOF-SW     PIC X(01)  VALUE "N".
003500         88  PRIOR-EOF               VALUE "Y".
003510     05  CORR-EOF-SW      PIC X(01)  VALUE "N".
003520         88  CORR-EOF                VALUE "Y".
003530     05  PRIOR-PARSE-SW   PIC X(01)  VALUE "N".
003540         88  PRIOR-CASE-PARSED       VALUE "Y".
003550     05  PRIOR-HELD-SW    PIC X(01)  VALUE "N".
003560         88  PRIOR-CASE-HELD         VALUE "Y".
003570     05  BAND-FOUND-SW    PIC X(01)  VALUE "N".
003580         88  BAND-FOUND              VALUE "Y".
003590     05  CTL-EOF-SW       PIC X(01)  VALUE "N".
003600         88  CTL-EOF                 VALUE "Y".
003610     05  RULE-FOUND-SW    PIC X(01)  VALUE "N".
003620         88  RULE-FOUND              VALUE "Y".
003630     05  ENV-PARSE-SW     PIC X(01)  VALUE "N".
003640         88  ENV-PARSED              VALUE "Y".
003650     05  STREAM-RUN-SW    PIC X(01)  VALUE "N".
003660         88  STREAM-RUN              VALUE "Y".
003670     05  EFF-PARSE-SW     PIC X(01)  VALUE "N".
003680         88  EFF-DATE-OK             VALUE "Y".
003690     05  DUP-RULE-SW      PIC X(01)  VALUE "N".
003700         88  DUP-RULE-FOUND          VALUE "Y".
003710     05  PARM-EOF-SW      PIC X(01)  VALUE "N".
003720         88  PARM-EOF                VALUE "Y".
003730     05  PARM-FOUND-SW    PIC X(01)  VALUE "N".
003740         88  PARM-FOUND              VALUE "Y".
003750     05  CATCHUP-MODE-SW  PIC X(01)  VALUE "N".
003760         88  CATCHUP-MODE            VALUE "Y".
003770     05  BATCH-PENDING-SW PIC X(01)  VALUE "N".
003780         88  BATCH-PENDING           VALUE "Y".
003790     05  ENT-AVAIL-SW     PIC X(01)  VALUE "N".
003800         88  ENT-AVAILABLE           VALUE "Y".
003810     05  ENT-HELD-SW      PIC X(01)  VALUE "N".
003820         88  ENTRANT-HELD            VALUE "Y".
003830 01  total            PIC 9(6).
003840 01  total-text       PIC X(6)  JUSTIFIED RIGHT.
003850 01  token-len        PIC 9(9).
003860 01  token-start      PIC 9(9).
003870 01  c                PIC 9(9).
003880 01  fmt-number       PIC 9(9).
003890 01  cstr             PIC X(9).
003900 01  cstart           PIC 9(9).
003910 01  cend             PIC 9(9).
003920 01  dup-cstr         PIC X(9).
003930 01  dup-cstart       PIC 9(9).
003940 01  dup-cend         PIC 9(9).
003950 01  last-checkpoint  PIC 9(9)  VALUE ZERO.
003960 01  ckpt-quot        PIC 9(9).
003970 01  ckpt-rem         PIC 9(9).
003980 01  run-date         PIC 9(8).
003990 01  line-count       PIC 9(9)  VALUE ZERO.
004000 01  validate-case-no PIC 9(9)  VALUE ZERO.
004010 01  prior-line-text  PIC X(99) VALUE SPACES.
004020 01  prior-case-no    PIC 9(9)  VALUE ZERO.
004030 01  ln               PIC X(99).
004040 01  sep              PIC 9(9).
004050 01  w-text           PIC X(9)  JUSTIFIED RIGHT.
004060 01  w                PIC 9(9).
004070 01  b-text           PIC X(9)  JUSTIFIED RIGHT.
004080 01  b                PIC 9(9).
004090 01  quot             PIC 9(9).
004100 01  rem              PIC 9(9).
004110 01  result           PIC X(5).
004120 01  black-count      PIC 9(9)  VALUE ZERO.
004130 01  white-count      PIC 9(9)  VALUE ZERO.
004140 01  processed-count  PIC 9(9)  VALUE ZERO.
004150 01  corr-tag         PIC X(7)  VALUE SPACES.
004160 01  corr-case-no     PIC 9(9).
004170 01  corr-line        PIC X(99).
004180 01  corr-case-text   PIC X(9)  JUSTIFIED RIGHT.
004190 01  prior-ln         PIC X(132).
004200 01  prior-rpt-case   PIC 9(9).
004210 01  prior-result     PIC X(5).
004220 01  prior-case-text  PIC X(9)  JUSTIFIED RIGHT.
004230*    The W bands are decades - the desk's "wide sticks" question
004240*    is really "does the answer drift as W gains digits".
004250 01  w-band-count     PIC 9(9)  VALUE 6.
004260 01  W-BAND-LIMITS.
004270     05  FILLER       PIC X(18) VALUE "000000001000000009".
004280     05  FILLER       PIC X(18) VALUE "000000010000000099".
004290     05  FILLER       PIC X(18) VALUE "000000100000000999".
004300     05  FILLER       PIC X(18) VALUE "000001000000009999".
004310     05  FILLER       PIC X(18) VALUE "000010000000099999".
004320     05  FILLER       PIC X(18) VALUE "000100000999999999".
004330 01  W-BAND-LIMITS-R REDEFINES W-BAND-LIMITS.
004340     05  W-BAND-LIMIT OCCURS 6 TIMES.
004350         10  band-low     PIC 9(9).
004360         10  band-high    PIC 9(9).
004370 01  W-BAND-TALLIES   VALUE ZEROS.
004380     05  W-BAND-TALLY OCCURS 6 TIMES.
004390         10  band-cases   PIC 9(9).
004400         10  band-black   PIC 9(9).
004410         10  band-white   PIC 9(9).
004420 01  band-idx         PIC 9(9).
004430 01  w-min            PIC 9(9)  VALUE 999999999.
004440 01  w-max            PIC 9(9)  VALUE ZERO.
004450 01  w-sum            PIC 9(18) VALUE ZERO.
004460 01  w-avg            PIC 9(9).
004470 01  b-min            PIC 9(9)  VALUE 999999999.
004480 01  b-max            PIC 9(9)  VALUE ZERO.
004490 01  b-sum            PIC 9(18) VALUE ZERO.
004500 01  b-avg            PIC 9(9).
004510 01  stat-cases       PIC 9(9)  VALUE ZERO.
004520 01  case-offset      PIC 9(9)  VALUE ZERO.
004530 01  reject-count     PIC 9(9)  VALUE ZERO.
004540 01  run-mode         PIC X(7).
004550 01  report-record-count PIC 9(9) VALUE ZERO.
004560 01  audit-record-count PIC 9(9)  VALUE ZERO.
004570 01  b-hash           PIC 9(12) VALUE ZERO.
004580 01  audit-black-count PIC 9(9)  VALUE ZERO.
004590 01  audit-white-count PIC 9(9)  VALUE ZERO.
004600 01  env-text         PIC X(9).
004610 01  env-token-text   PIC X(9)  JUSTIFIED RIGHT.
004620 01  env-number       PIC 9(9).
004630*    The PARMFILE card deck GCJPVAL validates ahead of the run.
004640*    1820-GET-PARM leaves the named card's value in ENV-TEXT -
004650*    spaces when the deck doesn't carry the card - so the value
004660*    parse below the lookup reads exactly as it always has.
004670 01  parm-count       PIC 9(9)  VALUE ZERO.
004680 01  PARM-TABLE.
004690     05  PARM-ENTRY OCCURS 30 TIMES.
004700         10  pf-key       PIC X(20).
004710         10  pf-value     PIC X(20).
004720 01  parm-idx         PIC 9(9).
004730 01  parm-name        PIC X(20).
004740*    One parity rule per session/contest id off CTLFILE. The
004750*    default rule (a CTLFILE record opening with a digit, or the
004760*    shop-standard 2/1) rides in DEFAULT-DIVISOR/DEFAULT-BLACKREM
004770*    and comes back whenever a session has no rule of its own.
004780 01  session-rule-max PIC 9(9)  VALUE 50.
004790 01  session-rule-count PIC 9(9) VALUE ZERO.
004800 01  SESSION-RULE-TABLE.
004810     05  SESSION-RULE-ENTRY OCCURS 50 TIMES.
004820         10  sr-id        PIC X(8).
004830         10  sr-divisor   PIC 9(9).
004840         10  sr-blackrem  PIC 9(9).
004850         10  sr-effdate   PIC 9(8).
004860 01  rule-idx         PIC 9(9).
004870*    Rules carry an optional trailing effective date so next
004880*    week's announced change loads in advance; of the records
004890*    for one session (or for the default), the latest effective
004900*    date not past the run date wins, ties to the later record.
004910 01  ctl-divisor      PIC 9(9).
004920 01  ctl-blackrem     PIC 9(9).
004930 01  ctl-effdate      PIC 9(8).
004940 01  effdate-text     PIC X(8).
004950 01  dup-rule-idx     PIC 9(9).
004960 01  default-divisor  PIC 9(9)  VALUE 2.
004970 01  default-blackrem PIC 9(9)  VALUE 1.
004980 01  default-effdate  PIC 9(8)  VALUE ZERO.
004990 01  session-id       PIC X(8).
005000 01  session-id-len   PIC 9(9).
005010*    The session block in progress for the SESSLOG ledger: the
005020*    session whose rule is deciding (spaces under the default
005030*    before any marker) and the case range it has covered.
005040 01  ledger-session   PIC X(8)  VALUE SPACES.
005050 01  ledger-first     PIC 9(9)  VALUE ZERO.
005060 01  ledger-last      PIC 9(9)  VALUE ZERO.
005070 01  ledger-cases     PIC 9(9)  VALUE ZERO.
005080*    The entrant in effect for the case lines below the last
005090*    ENTRANT marker. ENTRANT-TAG is the ready " ENTRANT="
005100*    suffix - spaces until the first marker, so untagged runs
005110*    write exactly the lines they always did.
005120 01  entrant-id       PIC X(8)  VALUE SPACES.
005130 01  entrant-id-len   PIC 9(9).
005140 01  entrant-tag      PIC X(17) VALUE SPACES.
005150*    The hold block in progress - the case lines under one
005160*    marker whose id ENTMSTR doesn't carry as ACTIVE - and the
005170*    run's hold totals for the ENTHOLD trailer line.
005180 01  hold-entrant     PIC X(8)  VALUE SPACES.
005190 01  hold-reason      PIC X(9)  VALUE SPACES.
005200 01  hold-first       PIC 9(9)  VALUE ZERO.
005210 01  hold-last        PIC 9(9)  VALUE ZERO.
005220 01  hold-block-cases PIC 9(9)  VALUE ZERO.
005230 01  hold-block-count PIC 9(9)  VALUE ZERO.
005240 01  held-count       PIC 9(9)  VALUE ZERO.
005250*    Catch-up mode: BATCH-TAG stamps each day's report case
005260*    lines with that batch's date; the FILE- totals carry the
005270*    whole multi-day run for the trailers while the day counters
005280*    reset per batch.
005290 01  batch-tag        PIC X(14) VALUE SPACES.
005300 01  file-black       PIC 9(9)  VALUE ZERO.
005310 01  file-white       PIC 9(9)  VALUE ZERO.
005320 01  file-processed   PIC 9(9)  VALUE ZERO.
005330 01  batch-count      PIC 9(9)  VALUE ZERO.
005340 01  echo-divisor     PIC 9(9).
005350 01  echo-blackrem    PIC 9(9).
005360 PROCEDURE DIVISION.
005370 0000-MAINLINE.
005380     PERFORM 1800-LOAD-PARM-FILE THRU 1800-EXIT
005390     MOVE "GCJ_REPAIR" TO parm-name
005400     PERFORM 1820-GET-PARM THRU 1820-EXIT
005410     MOVE env-text(1:1) TO REPAIR-SWITCH
005420     IF REPAIR-REQUESTED
005430         PERFORM 3000-REPAIR-RUN THRU 3000-EXIT
005440         STOP RUN
005450     END-IF
005460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005470     IF CATCHUP-MODE
005480         PERFORM 4000-CATCHUP-RUN THRU 4000-EXIT
005490         PERFORM 2950-WRITE-STATISTICS THRU 2950-EXIT
005500         PERFORM 9000-TERMINATE THRU 9000-EXIT
005510         STOP RUN
005520     END-IF
005530     PERFORM 2000-PROCESS-CASES THRU 2000-EXIT
005540     PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT
005550     PERFORM 2950-WRITE-STATISTICS THRU 2950-EXIT
005560     PERFORM 2970-WRITE-RUNSTATS THRU 2970-EXIT
005570     PERFORM 9000-TERMINATE THRU 9000-EXIT
005580     STOP RUN.
005590*----------------------------------------------------------------
005600* 1000-INITIALIZE - open the datasets and pick up the case count
005610*                   off the first record of INFILE. When
005620*                   GCJ_RESTART=Y, pick up where the last
005630*                   checkpoint left off instead of starting over.
005640*----------------------------------------------------------------
005650 1000-INITIALIZE.
005660     MOVE "GCJ_RESTART" TO parm-name
005670     PERFORM 1820-GET-PARM THRU 1820-EXIT
005680     MOVE env-text(1:1) TO RESTART-SWITCH
005690     MOVE "GCJ_CASE_OFFSET" TO parm-name
005700     PERFORM 1820-GET-PARM THRU 1820-EXIT
005710     PERFORM 1150-PARSE-ENV-NUMBER THRU 1150-EXIT
005720     IF ENV-PARSED
005730         MOVE env-number TO case-offset
005740         SET STREAM-RUN TO TRUE
005750     END-IF
005760     MOVE 0 TO last-checkpoint
005770     IF RESTART-REQUESTED
005780         PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
005790     END-IF
005800*    The run date fixes which effective-dated CTLFILE rules load,
005810*    so it's taken before the control file is read.
005820     ACCEPT run-date FROM DATE YYYYMMDD
005830*    The first INFILE record is read before the report/reject/
005840*    audit opens: a "BATCH YYYYMMDD count" opener is a multi-day
005850*    catch-up run, and catch-up always runs fresh - the restart
005860*    switch must drop BEFORE the opens, or a stray GCJ_RESTART
005870*    card would EXTEND the whole multi-day output onto a prior
005880*    day's files. Checkpoints are day-relative nonsense across
005890*    batches, so the dropped switch is right either way. The
005900*    control file is not read here on a catch-up run - 4500
005910*    reloads the rule set as of each batch's own date.
005920     OPEN INPUT INPUT-FILE
005930     MOVE 0 TO total
005940     READ INPUT-FILE
005950         AT END
005960             SET INPUT-EOF TO TRUE
005970     END-READ
005980     IF NOT INPUT-EOF AND INPUT-RECORD(1:6) = "BATCH "
005990         SET CATCHUP-MODE TO TRUE
006000         MOVE "N" TO RESTART-SWITCH
006010     END-IF
006020     IF NOT CATCHUP-MODE
006030         PERFORM 1050-READ-CONTROL-FILE THRU 1050-EXIT
006040     END-IF
006050     IF RESTART-REQUESTED
006060         OPEN EXTEND REPORT-FILE
006070         OPEN EXTEND REJECT-FILE
006080         OPEN EXTEND AUDIT-FILE
006090     ELSE
006100         OPEN OUTPUT REPORT-FILE
006110         OPEN OUTPUT REJECT-FILE
006120         OPEN OUTPUT AUDIT-FILE
006130     END-IF
006140*    ENTMSTR is optional - a night without the registration
006150*    master cataloged decides every case line as it always did.
006160*    ENTHOLD follows the restart switch the way REJFILE does.
006170     OPEN INPUT ENTRANT-MASTER
006180     IF entrant-file-status = "00"
006190         SET ENT-AVAILABLE TO TRUE
006200         IF RESTART-REQUESTED
006210             OPEN EXTEND HOLD-FILE
006220         ELSE
006230             OPEN OUTPUT HOLD-FILE
006240         END-IF
006250     END-IF
006260     IF INPUT-EOF
006270         GO TO 1000-EXIT
006280     END-IF
006290     IF CATCHUP-MODE
006300         PERFORM 4500-PARSE-BATCH-HEADER THRU 4500-EXIT
006310         GO TO 1000-EXIT
006320     END-IF
006330     MOVE 0 TO token-len
006340     INSPECT INPUT-RECORD TALLYING token-len
006350         FOR CHARACTERS BEFORE INITIAL SPACE
006360     IF token-len = 0 OR token-len > 6
006370         PERFORM 1005-REJECT-BAD-TOTAL THRU 1005-EXIT
006380         GO TO 1000-EXIT
006390     END-IF
006400     IF INPUT-RECORD(1:token-len) IS NOT NUMERIC
006410         PERFORM 1005-REJECT-BAD-TOTAL THRU 1005-EXIT
006420         GO TO 1000-EXIT
006430     END-IF
006440     MOVE INPUT-RECORD(1:token-len) TO total-text
006450     MOVE total-text TO total
006460     IF NOT RESTART-REQUESTED
006470         PERFORM 1200-VALIDATE-INPUT-FILE THRU 1200-EXIT
006480     END-IF.
006490 1000-EXIT.
006500     EXIT.
006510*----------------------------------------------------------------
006520* 1005-REJECT-BAD-TOTAL - INFILE's header record didn't parse as
006530*                         a plain 1-6 digit case count. Logs the
006540*                         condition to REJFILE/RPTFILE and zeros
006550*                         TOTAL so 2000-PROCESS-CASES falls
006560*                         straight through without processing any
006570*                         case lines, instead of running with
006580*                         whatever garbage a numeric MOVE of a
006590*                         non-numeric header happens to produce.
006600*----------------------------------------------------------------
006610 1005-REJECT-BAD-TOTAL.
006620     MOVE SPACES TO REJECT-RECORD
006630     STRING "INVALID TOTAL HEADER ON INFILE - MUST BE "
006640            DELIMITED BY SIZE
006650            "NUMERIC, 1-6 DIGITS" DELIMITED BY SIZE
006660            INTO REJECT-RECORD
006670     END-STRING
006680     WRITE REJECT-RECORD
006690     MOVE SPACES TO REPORT-RECORD
006700     STRING "TOTAL HEADER REJECTED - SEE REJFILE, NO CASES "
006710            DELIMITED BY SIZE
006720            "PROCESSED" DELIMITED BY SIZE
006730            INTO REPORT-RECORD
006740     END-STRING
006750     WRITE REPORT-RECORD
006760     ADD 1 TO report-record-count
006770     MOVE 0 TO total.
006780 1005-EXIT.
006790     EXIT.
006800*----------------------------------------------------------------
006810* 1050-READ-CONTROL-FILE - pick up the parity rules from CTLFILE.
006820*                          A record opening with a digit is the
006830*                          default "DIVISOR REMAINDER" pair, same
006840*                          as CTLFILE always carried; a record
006850*                          opening with anything else is
006860*                          "SESSIONID DIVISOR REMAINDER", one per
006870*                          session, loaded into the rule table
006880*                          for 2180 to switch in at the session
006890*                          markers. CTLFILE is optional - if it
006900*                          isn't cataloged, or nothing parses,
006910*                          today's shop-standard 2/1 rule applies
006920*                          to everything.
006930*----------------------------------------------------------------
006940 1050-READ-CONTROL-FILE.
006950     MOVE 2 TO divisor
006960     MOVE 1 TO black-remainder
006970     MOVE 0 TO default-effdate
006980     MOVE 0 TO session-rule-count
006990     MOVE "N" TO CTL-EOF-SW
007000     OPEN INPUT CONTROL-FILE
007010     IF control-file-status = "00"
007020         PERFORM 1055-READ-ONE-CONTROL THRU 1055-EXIT
007030             UNTIL CTL-EOF
007040         CLOSE CONTROL-FILE
007050     END-IF
007060     MOVE divisor TO default-divisor
007070     MOVE black-remainder TO default-blackrem.
007080 1050-EXIT.
007090     EXIT.
007100 1055-READ-ONE-CONTROL.
007110     READ CONTROL-FILE
007120         AT END
007130             SET CTL-EOF TO TRUE
007140             GO TO 1055-EXIT
007150     END-READ
007160     PERFORM 1060-PARSE-CONTROL-RECORD THRU 1060-EXIT.
007170 1055-EXIT.
007180     EXIT.
007190 1060-PARSE-CONTROL-RECORD.
007200     MOVE 1 TO ctl-sep
007210     INSPECT CONTROL-RECORD TALLYING ctl-sep
007220         FOR CHARACTERS BEFORE INITIAL SPACE
007230     IF ctl-sep = 1 OR ctl-sep > 10
007240         GO TO 1060-EXIT
007250     END-IF
007260     COMPUTE token-len = ctl-sep - 1
007270     IF token-len > 9
007280         GO TO 1060-EXIT
007290     END-IF
007300     IF CONTROL-RECORD(1:token-len) IS NOT NUMERIC
007310         PERFORM 1070-PARSE-SESSION-RULE THRU 1070-EXIT
007320         GO TO 1060-EXIT
007330     END-IF
007340     MOVE CONTROL-RECORD(1:token-len) TO divisor-text
007350     MOVE divisor-text TO ctl-divisor
007360     IF ctl-divisor = 0
007370         MOVE 2 TO divisor
007380         MOVE 1 TO black-remainder
007390         MOVE 0 TO default-effdate
007400         GO TO 1060-EXIT
007410     END-IF
007420     COMPUTE token-start = ctl-sep + 1
007430     MOVE 0 TO token-len
007440     INSPECT CONTROL-RECORD(token-start:) TALLYING token-len
007450         FOR CHARACTERS BEFORE INITIAL SPACE
007460     IF token-len = 0 OR token-len > 9
007470         MOVE 2 TO divisor
007480         MOVE 1 TO black-remainder
007490         MOVE 0 TO default-effdate
007500         GO TO 1060-EXIT
007510     END-IF
007520     IF CONTROL-RECORD(token-start:token-len) IS NOT NUMERIC
007530         MOVE 2 TO divisor
007540         MOVE 1 TO black-remainder
007550         MOVE 0 TO default-effdate
007560         GO TO 1060-EXIT
007570     END-IF
007580     MOVE CONTROL-RECORD(token-start:token-len) TO blackrem-text
007590     MOVE blackrem-text TO ctl-blackrem
007600     IF ctl-blackrem NOT < ctl-divisor
007610         MOVE 2 TO divisor
007620         MOVE 1 TO black-remainder
007630         MOVE 0 TO default-effdate
007640         GO TO 1060-EXIT
007650     END-IF
007660     PERFORM 1065-PARSE-EFF-DATE THRU 1065-EXIT
007670     IF NOT EFF-DATE-OK
007680         GO TO 1060-EXIT
007690     END-IF
007700     IF ctl-effdate > run-date
007710         GO TO 1060-EXIT
007720     END-IF
007730     IF ctl-effdate < default-effdate
007740         GO TO 1060-EXIT
007750     END-IF
007760     MOVE ctl-divisor TO divisor
007770     MOVE ctl-blackrem TO black-remainder
007780     MOVE ctl-effdate TO default-effdate.
007790 1060-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------
007820* 1065-PARSE-EFF-DATE - the optional effective-date token behind
007830*                       the remainder. TOKEN-START/TOKEN-LEN sit
007840*                       on the remainder token on entry. No token
007850*                       is effective-from-always (date zero); a
007860*                       clean 8-digit token is the date; anything
007870*                       else drops the record - a rule dated
007880*                       unreadably must not load as undated and
007890*                       flip today what was meant for next week.
007900*----------------------------------------------------------------
007910 1065-PARSE-EFF-DATE.
007920     SET EFF-DATE-OK TO TRUE
007930     MOVE 0 TO ctl-effdate
007940     COMPUTE token-start = token-start + token-len + 1
007950     IF token-start > 99
007960         GO TO 1065-EXIT
007970     END-IF
007980     MOVE 0 TO token-len
007990     INSPECT CONTROL-RECORD(token-start:) TALLYING token-len
008000         FOR CHARACTERS BEFORE INITIAL SPACE
008010     IF token-len = 0
008020         GO TO 1065-EXIT
008030     END-IF
008040     IF token-len NOT = 8
008050         MOVE "N" TO EFF-PARSE-SW
008060         GO TO 1065-EXIT
008070     END-IF
008080     IF CONTROL-RECORD(token-start:8) IS NOT NUMERIC
008090         MOVE "N" TO EFF-PARSE-SW
008100         GO TO 1065-EXIT
008110     END-IF
008120     MOVE CONTROL-RECORD(token-start:8) TO effdate-text
008130     MOVE effdate-text TO ctl-effdate.
008140 1065-EXIT.
008150     EXIT.
008160*----------------------------------------------------------------
008170* 1070-PARSE-SESSION-RULE - one "SESSIONID DIVISOR REMAINDER"
008180*                           record, with an optional trailing
008190*                           effective date, into the rule table.
008200*                           Records that don't parse clean, that
008210*                           aren't effective yet, that lose to a
008220*                           later-dated rule for the same id, or
008230*                           that overflow the table are dropped -
008240*                           the session then decides under the
008250*                           default rule and says so on the
008260*                           report. GCJRAUD lists every drop and
008270*                           why before the run.
008280*----------------------------------------------------------------
008290 1070-PARSE-SESSION-RULE.
008300     IF token-len > 8
008310         GO TO 1070-EXIT
008320     END-IF
008330     MOVE SPACES TO session-id
008340     MOVE CONTROL-RECORD(1:token-len) TO session-id
008350     COMPUTE token-start = token-len + 2
008360     MOVE 0 TO token-len
008370     INSPECT CONTROL-RECORD(token-start:) TALLYING token-len
008380         FOR CHARACTERS BEFORE INITIAL SPACE
008390     IF token-len = 0 OR token-len > 9
008400         GO TO 1070-EXIT
008410     END-IF
008420     IF CONTROL-RECORD(token-start:token-len) IS NOT NUMERIC
008430         GO TO 1070-EXIT
008440     END-IF
008450     MOVE CONTROL-RECORD(token-start:token-len) TO divisor-text
008460     MOVE divisor-text TO ctl-divisor
008470     IF ctl-divisor = 0
008480         GO TO 1070-EXIT
008490     END-IF
008500     COMPUTE token-start = token-start + token-len + 1
008510     MOVE 0 TO token-len
008520     INSPECT CONTROL-RECORD(token-start:) TALLYING token-len
008530         FOR CHARACTERS BEFORE INITIAL SPACE
008540     IF token-len = 0 OR token-len > 9
008550         GO TO 1070-EXIT
008560     END-IF
008570     IF CONTROL-RECORD(token-start:token-len) IS NOT NUMERIC
008580         GO TO 1070-EXIT
008590     END-IF
008600     MOVE CONTROL-RECORD(token-start:token-len) TO blackrem-text
008610     MOVE blackrem-text TO ctl-blackrem
008620     IF ctl-blackrem NOT < ctl-divisor
008630         GO TO 1070-EXIT
008640     END-IF
008650     PERFORM 1065-PARSE-EFF-DATE THRU 1065-EXIT
008660     IF NOT EFF-DATE-OK
008670         GO TO 1070-EXIT
008680     END-IF
008690     IF ctl-effdate > run-date
008700         GO TO 1070-EXIT
008710     END-IF
008720     MOVE "N" TO DUP-RULE-SW
008730     PERFORM 1075-MATCH-RULE-ID THRU 1075-EXIT
008740         VARYING dup-rule-idx FROM 1 BY 1
008750         UNTIL DUP-RULE-FOUND OR dup-rule-idx > session-rule-count
008760     IF DUP-RULE-FOUND
008770         GO TO 1070-EXIT
008780     END-IF
008790     IF session-rule-count NOT < session-rule-max
008800         GO TO 1070-EXIT
008810     END-IF
008820     ADD 1 TO session-rule-count
008830     MOVE session-id TO sr-id(session-rule-count)
008840     MOVE ctl-divisor TO sr-divisor(session-rule-count)
008850     MOVE ctl-blackrem TO sr-blackrem(session-rule-count)
008860     MOVE ctl-effdate TO sr-effdate(session-rule-count).
008870 1070-EXIT.
008880     EXIT.
008890*----------------------------------------------------------------
008900* 1075-MATCH-RULE-ID - one table row against the record's id.
008910*                      A match takes the record's rule if its
008920*                      effective date is the same or later -
008930*                      the replace happens here, against the
008940*                      matched row, before the VARYING steps on.
008950*----------------------------------------------------------------
008960 1075-MATCH-RULE-ID.
008970     IF sr-id(dup-rule-idx) = session-id
008980         SET DUP-RULE-FOUND TO TRUE
008990         IF ctl-effdate NOT < sr-effdate(dup-rule-idx)
009000             MOVE ctl-divisor TO sr-divisor(dup-rule-idx)
009010             MOVE ctl-blackrem TO sr-blackrem(dup-rule-idx)
009020             MOVE ctl-effdate TO sr-effdate(dup-rule-idx)
009030         END-IF
009040     END-IF.
009050 1075-EXIT.
009060     EXIT.
009070*----------------------------------------------------------------
009080* 1100-READ-CHECKPOINT - pick up the case number from CHKFILE
009090*                        left behind by a prior run.
009100*----------------------------------------------------------------
009110 1100-READ-CHECKPOINT.
009120     MOVE 0 TO last-checkpoint
009130     OPEN INPUT CHECKPOINT-FILE
009140     IF checkpoint-file-status = "00"
009150         READ CHECKPOINT-FILE
009160             AT END
009170                 MOVE 0 TO last-checkpoint
009180             NOT AT END
009190                 MOVE CHECKPOINT-RECORD TO last-checkpoint
009200         END-READ
009210         CLOSE CHECKPOINT-FILE
009220     END-IF.
009230 1100-EXIT.
009240     EXIT.
009250*----------------------------------------------------------------
009260* 1150-PARSE-ENV-NUMBER - turn the digit string sitting in
009270*                         ENV-TEXT into ENV-NUMBER. Sets
009280*                         ENV-PARSED only for a clean 1-9 digit
009290*                         value, same token technique as the
009300*                         CTLFILE parse.
009310*----------------------------------------------------------------
009320 1150-PARSE-ENV-NUMBER.
009330     MOVE "N" TO ENV-PARSE-SW
009340     MOVE 0 TO token-len
009350     INSPECT env-text TALLYING token-len
009360         FOR CHARACTERS BEFORE INITIAL SPACE
009370     IF token-len = 0 OR token-len > 9
009380         GO TO 1150-EXIT
009390     END-IF
009400     IF env-text(1:token-len) IS NOT NUMERIC
009410         GO TO 1150-EXIT
009420     END-IF
009430     MOVE env-text(1:token-len) TO env-token-text
009440     MOVE env-token-text TO env-number
009450     SET ENV-PARSED TO TRUE.
009460 1150-EXIT.
009470     EXIT.
009480*----------------------------------------------------------------
009490* 1200-VALIDATE-INPUT-FILE - runs once, on a fresh (non-restart)
009500*                            run only. Sorts the case lines by
009510*                            their raw text to flag duplicates,
009520*                            and confirms the line count behind
009530*                            the header matches TOTAL. Consumes
009540*                            the rest of INFILE, then closes and
009550*                            reopens it so 2000-PROCESS-CASES sees
009560*                            the case lines from the beginning,
009570*                            same as on a run with no validation.
009580*                            SESSION marker lines are neither
009590*                            counted nor released - they aren't
009600*                            case lines and may repeat an id.
009610*----------------------------------------------------------------
009620 1200-VALIDATE-INPUT-FILE.
009630     MOVE 0 TO line-count
009640     MOVE 0 TO validate-case-no
009650     SORT SORT-WORK-FILE
009660         ON ASCENDING KEY SW-LINE-TEXT
009670         INPUT PROCEDURE IS 1210-RELEASE-INPUT-LINES
009680             THRU 1210-EXIT
009690         OUTPUT PROCEDURE IS 1220-SCAN-SORTED-LINES
009700             THRU 1220-EXIT
009710     IF line-count NOT = total
009720         PERFORM 1230-WRITE-COUNT-MISMATCH THRU 1230-EXIT
009730     END-IF
009740     CLOSE INPUT-FILE
009750     MOVE "N" TO INPUT-EOF-SW
009760     OPEN INPUT INPUT-FILE
009770     READ INPUT-FILE
009780         AT END
009790             SET INPUT-EOF TO TRUE
009800     END-READ.
009810 1200-EXIT.
009820     EXIT.
009830 1210-RELEASE-INPUT-LINES.
009840     PERFORM 1212-RELEASE-ONE-LINE THRU 1212-EXIT
009850         UNTIL INPUT-EOF.
009860 1210-EXIT.
009870     EXIT.
009880 1212-RELEASE-ONE-LINE.
009890     READ INPUT-FILE
009900         AT END
009910             SET INPUT-EOF TO TRUE
009920             GO TO 1212-EXIT
009930     END-READ
009940     IF INPUT-RECORD(1:8) = "SESSION "
009950         GO TO 1212-EXIT
009960     END-IF
009970     IF INPUT-RECORD(1:8) = "ENTRANT "
009980         GO TO 1212-EXIT
009990     END-IF
010000     ADD 1 TO line-count
010010     ADD 1 TO validate-case-no
010020     MOVE SPACES TO SORT-WORK-RECORD
010030     MOVE INPUT-RECORD TO SW-LINE-TEXT
010040     COMPUTE SW-CASE-NUMBER = validate-case-no + case-offset
010050     RELEASE SORT-WORK-RECORD.
010060 1212-EXIT.
010070     EXIT.
010080 1220-SCAN-SORTED-LINES.
010090     MOVE "Y" TO FIRST-SORT-REC-SW
010100     MOVE "N" TO SORT-EOF-SW
010110     PERFORM 1222-SCAN-ONE-LINE THRU 1222-EXIT
010120         UNTIL SORT-EOF.
010130 1220-EXIT.
010140     EXIT.
010150 1222-SCAN-ONE-LINE.
010160     RETURN SORT-WORK-FILE
010170         AT END
010180             SET SORT-EOF TO TRUE
010190             GO TO 1222-EXIT
010200     END-RETURN
010210     IF FIRST-SORT-REC
010220         MOVE "N" TO FIRST-SORT-REC-SW
010230     ELSE
010240         IF SW-LINE-TEXT = prior-line-text
010250                 AND SW-LINE-TEXT NOT = SPACES
010260             PERFORM 1224-WRITE-DUPLICATE THRU 1224-EXIT
010270         END-IF
010280     END-IF
010290     MOVE SW-LINE-TEXT TO prior-line-text
010300     MOVE SW-CASE-NUMBER TO prior-case-no.
010310 1222-EXIT.
010320     EXIT.
010330 1224-WRITE-DUPLICATE.
010340     MOVE SW-CASE-NUMBER TO fmt-number
010350     PERFORM 2150-FORMAT-CASE-NUMBER THRU 2150-EXIT
010360     MOVE cstr TO dup-cstr
010370     MOVE cstart TO dup-cstart
010380     MOVE cend TO dup-cend
010390     MOVE prior-case-no TO fmt-number
010400     PERFORM 2150-FORMAT-CASE-NUMBER THRU 2150-EXIT
010410     MOVE SPACES TO REJECT-RECORD
010420     STRING "DUPLICATE INPUT LINE: CASE #" DELIMITED BY SIZE
010430            dup-cstr(dup-cstart:dup-cend) DELIMITED BY SIZE
010440            " DUPLICATES CASE #" DELIMITED BY SIZE
010450            cstr(cstart:cend) DELIMITED BY SIZE
010460            ": " DELIMITED BY SIZE
010470            SW-LINE-TEXT DELIMITED BY SIZE
010480            INTO REJECT-RECORD
010490     END-STRING
010500     WRITE REJECT-RECORD.
010510 1224-EXIT.
010520     EXIT.
010530 1230-WRITE-COUNT-MISMATCH.
010540     MOVE SPACES TO REJECT-RECORD
010550     IF line-count > total
010560         STRING "INPUT LINE COUNT MISMATCH: EXTRA LINES - "
010570                DELIMITED BY SIZE
010580                "EXPECTED " DELIMITED BY SIZE
010590                total DELIMITED BY SIZE
010600                " GOT " DELIMITED BY SIZE
010610                line-count DELIMITED BY SIZE
010620                INTO REJECT-RECORD
010630         END-STRING
010640     ELSE
010650         STRING "INPUT LINE COUNT MISMATCH: MISSING LINES - "
010660                DELIMITED BY SIZE
010670                "EXPECTED " DELIMITED BY SIZE
010680                total DELIMITED BY SIZE
010690                " GOT " DELIMITED BY SIZE
010700                line-count DELIMITED BY SIZE
010710                INTO REJECT-RECORD
010720         END-STRING
010730     END-IF
010740     WRITE REJECT-RECORD.
010750 1230-EXIT.
010760     EXIT.
010770*----------------------------------------------------------------
010780* 1800-LOAD-PARM-FILE - the PARMFILE card deck into the parm
010790*                       table, one "KEYWORD VALUE" card per
010800*                       record, blank and *-comment cards passed
010810*                       by. GCJPVAL has already validated and
010820*                       echoed the deck ahead of this step; a
010830*                       deck that isn't cataloged simply leaves
010840*                       every parameter at its default, the same
010850*                       optional-file treatment CTLFILE gets.
010860*----------------------------------------------------------------
010870 1800-LOAD-PARM-FILE.
010880     MOVE 0 TO parm-count
010890     MOVE "N" TO PARM-EOF-SW
010900     OPEN INPUT PARM-FILE
010910     IF parm-file-status NOT = "00"
010920         GO TO 1800-EXIT
010930     END-IF
010940     PERFORM 1810-LOAD-ONE-PARM THRU 1810-EXIT
010950         UNTIL PARM-EOF
010960     CLOSE PARM-FILE.
010970 1800-EXIT.
010980     EXIT.
010990 1810-LOAD-ONE-PARM.
011000     READ PARM-FILE
011010         AT END
011020             SET PARM-EOF TO TRUE
011030             GO TO 1810-EXIT
011040     END-READ
011050     IF PARM-RECORD = SPACES OR PARM-RECORD(1:1) = "*"
011060         GO TO 1810-EXIT
011070     END-IF
011080     IF parm-count NOT < parm-max
011090         GO TO 1810-EXIT
011100     END-IF
011110     MOVE 0 TO token-len
011120     INSPECT PARM-RECORD TALLYING token-len
011130         FOR CHARACTERS BEFORE INITIAL SPACE
011140     IF token-len = 0 OR token-len > 20
011150         GO TO 1810-EXIT
011160     END-IF
011170     ADD 1 TO parm-count
011180     MOVE SPACES TO pf-key(parm-count)
011190     MOVE PARM-RECORD(1:token-len) TO pf-key(parm-count)
011200     MOVE SPACES TO pf-value(parm-count)
011210     COMPUTE token-start = token-len + 2
011220     IF token-start > 80
011230         GO TO 1810-EXIT
011240     END-IF
011250     MOVE 0 TO token-len
011260     INSPECT PARM-RECORD(token-start:) TALLYING token-len
011270         FOR CHARACTERS BEFORE INITIAL SPACE
011280     IF token-len = 0 OR token-len > 20
011290         GO TO 1810-EXIT
011300     END-IF
011310     MOVE PARM-RECORD(token-start:token-len)
011320         TO pf-value(parm-count).
011330 1810-EXIT.
011340     EXIT.
011350*----------------------------------------------------------------
011360* 1820-GET-PARM - the card PARM-NAME names, its value into
011370*                 ENV-TEXT; spaces when the deck doesn't carry
011380*                 it.
011390*----------------------------------------------------------------
011400 1820-GET-PARM.
011410     MOVE SPACES TO env-text
011420     MOVE "N" TO PARM-FOUND-SW
011430     PERFORM 1830-MATCH-ONE-PARM THRU 1830-EXIT
011440         VARYING parm-idx FROM 1 BY 1
011450         UNTIL PARM-FOUND OR parm-idx > parm-count.
011460 1820-EXIT.
011470     EXIT.
011480 1830-MATCH-ONE-PARM.
011490     IF pf-key(parm-idx) = parm-name
011500         SET PARM-FOUND TO TRUE
011510         MOVE pf-value(parm-idx) TO env-text
011520     END-IF.
011530 1830-EXIT.
011540     EXIT.
011550*----------------------------------------------------------------
011560* 2000-PROCESS-CASES - drive one case line through per TOTAL.
011570*----------------------------------------------------------------
011580 2000-PROCESS-CASES.
011590     MOVE 0 TO c
011600     PERFORM 2100-PROCESS-ONE-CASE THRU 2100-EXIT
011610         VARYING c FROM 1 BY 1
011620         UNTIL c > total OR INPUT-EOF OR BATCH-PENDING.
011630 2000-EXIT.
011640     EXIT.
011650 2100-PROCESS-ONE-CASE.
011660     COMPUTE fmt-number = c + case-offset
011670     PERFORM 2150-FORMAT-CASE-NUMBER THRU 2150-EXIT
011680     READ INPUT-FILE
011690         AT END
011700             SET INPUT-EOF TO TRUE
011710             GO TO 2100-EXIT
011720     END-READ
011730     IF INPUT-RECORD(1:8) = "SESSION "
011740         PERFORM 2180-SWITCH-SESSION-RULE THRU 2180-EXIT
011750         GO TO 2100-PROCESS-ONE-CASE
011760     END-IF
011770     IF INPUT-RECORD(1:8) = "ENTRANT "
011780         PERFORM 2190-SWITCH-ENTRANT THRU 2190-EXIT
011790         GO TO 2100-PROCESS-ONE-CASE
011800     END-IF
011810*    On a catch-up run the next day's BATCH header ends this
011820*    day's block wherever the count stands - the header is not a
011830*    case line and waits in INPUT-RECORD for 4100 to pick up.
011840     IF CATCHUP-MODE AND INPUT-RECORD(1:6) = "BATCH "
011850         SET BATCH-PENDING TO TRUE
011860         GO TO 2100-EXIT
011870     END-IF
011880     PERFORM 2176-NOTE-LEDGER-CASE THRU 2176-EXIT
011890     IF ENTRANT-HELD
011900         PERFORM 2196-NOTE-HELD-CASE THRU 2196-EXIT
011910     END-IF
011920     IF RESTART-REQUESTED AND c NOT > last-checkpoint
011930         GO TO 2100-EXIT
011940     END-IF
011950     IF ENTRANT-HELD
011960         PERFORM 2195-HOLD-CASE THRU 2195-EXIT
011970         PERFORM 2400-CHECKPOINT-IF-DUE THRU 2400-EXIT
011980         GO TO 2100-EXIT
011990     END-IF
012000     MOVE INPUT-RECORD TO ln
012010     PERFORM 2200-PARSE-CASE-LINE THRU 2200-EXIT
012020     IF PARSE-NOT-OK
012030         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
012040         PERFORM 2400-CHECKPOINT-IF-DUE THRU 2400-EXIT
012050         GO TO 2100-EXIT
012060     END-IF
012070     DIVIDE b BY divisor GIVING quot REMAINDER rem
012080     IF rem = black-remainder
012090         MOVE "BLACK" TO result
012100         ADD 1 TO black-count
012110     ELSE
012120         MOVE "WHITE" TO result
012130         ADD 1 TO white-count
012140     END-IF
012150     ADD 1 TO processed-count
012160     PERFORM 2170-ACCUMULATE-STATISTICS THRU 2170-EXIT
012170     PERFORM 2160-WRITE-AUDIT-RECORD THRU 2160-EXIT
012180     MOVE SPACES TO REPORT-RECORD
012190     STRING "Case #" DELIMITED BY SIZE
012200            cstr(cstart:cend) DELIMITED BY SIZE
012210            ": " DELIMITED BY SIZE
012220            result DELIMITED BY SIZE
012230            entrant-tag DELIMITED BY SIZE
012240            batch-tag DELIMITED BY SIZE
012250            INTO REPORT-RECORD
012260     END-STRING
012270     WRITE REPORT-RECORD
012280     ADD 1 TO report-record-count
012290     PERFORM 2400-CHECKPOINT-IF-DUE THRU 2400-EXIT.
012300 2100-EXIT.
012310     EXIT.
012320*----------------------------------------------------------------
012330* 2150-FORMAT-CASE-NUMBER - build the un-padded digit string for
012340*                           a "Case #" label out of FMT-NUMBER,
012350*                           however many digits wide FMT-NUMBER
012360*                           happens to be. Callers MOVE the case
012370*                           number to format into FMT-NUMBER
012380*                           before the PERFORM. CSTR is a same-
012390*                           size numeric-to-alphanumeric MOVE of
012400*                           FMT-NUMBER, so it is always a 9-byte,
012410*                           zero-padded copy no matter how many
012420*                           of those digits are "real" (FMT-
012430*                           NUMBER is PIC 9(9), so this covers
012440*                           any case number up to 999,999,999).
012450*                           LEADING ZEROS counts how many of
012460*                           those 9 bytes are pad, which gives
012470*                           CSTART - the offset of the first real
012480*                           digit - and CEND - how many bytes
012490*                           remain from there to the end of CSTR.
012500*                           The result is CSTR(CSTART:CEND),
012510*                           which is exactly the digits of FMT-
012520*                           NUMBER with no leading zeros, for any
012530*                           digit width from 1 to 9.
012540*----------------------------------------------------------------
012550 2150-FORMAT-CASE-NUMBER.
012560     MOVE fmt-number TO cstr
012570     MOVE 1 TO cstart
012580     INSPECT fmt-number TALLYING cstart FOR LEADING ZEROS
012590     SUBTRACT cstart FROM 10 GIVING cend.
012600 2150-EXIT.
012610     EXIT.
012620*----------------------------------------------------------------
012630* 2160-WRITE-AUDIT-RECORD - log the case number, B, QUOT/REM, and
012640*                           RESULT for every decided case so a
012650*                           scoring dispute can be reconciled
012660*                           against AUDFILE without rerunning the
012670*                           job. Rejected lines aren't logged here
012680*                           since they never reach a decision -
012690*                           REJFILE already has the raw text. On a
012700*                           repair run CORR-TAG carries " CORR=Y"
012710*                           so a repaired decision is tellable
012720*                           from the original one.
012730*----------------------------------------------------------------
012740 2160-WRITE-AUDIT-RECORD.
012750     MOVE SPACES TO AUDIT-RECORD
012760     STRING "DATE=" DELIMITED BY SIZE
012770            run-date DELIMITED BY SIZE
012780            " CASE #" DELIMITED BY SIZE
012790            cstr(cstart:cend) DELIMITED BY SIZE
012800            " B=" DELIMITED BY SIZE
012810            b DELIMITED BY SIZE
012820            " QUOT=" DELIMITED BY SIZE
012830            quot DELIMITED BY SIZE
012840            " REM=" DELIMITED BY SIZE
012850            rem DELIMITED BY SIZE
012860            " RESULT=" DELIMITED BY SIZE
012870            result DELIMITED BY SIZE
012880            corr-tag DELIMITED BY SIZE
012890            entrant-tag DELIMITED BY SIZE
012900            " W=" DELIMITED BY SIZE
012910            w DELIMITED BY SIZE
012920            INTO AUDIT-RECORD
012930     END-STRING
012940     WRITE AUDIT-RECORD
012950     ADD 1 TO audit-record-count
012960     IF result = "BLACK"
012970         ADD 1 TO audit-black-count
012980     ELSE
012990         ADD 1 TO audit-white-count
013000     END-IF
013010     ADD b TO b-hash.
013020 2160-EXIT.
013030     EXIT.
013040*----------------------------------------------------------------
013050* 2176-NOTE-LEDGER-CASE - fold one case line into the session
013060*                         block's range. Every case line counts -
013070*                         decided, rejected or held, and on a
013080*                         restart the ones skipped up to the
013090*                         checkpoint too - so a block's range is
013100*                         the same whichever run closes it.
013110*----------------------------------------------------------------
013120 2176-NOTE-LEDGER-CASE.
013130     ADD 1 TO ledger-cases
013140     IF ledger-cases = 1
013150         MOVE fmt-number TO ledger-first
013160     END-IF
013170     MOVE fmt-number TO ledger-last.
013180 2176-EXIT.
013190     EXIT.
013200*----------------------------------------------------------------
013210* 2178-WRITE-SESSION-LEDGER - close the session block in
013220*                             progress onto SESSLOG with the rule
013230*                             it was decided under, then start an
013240*                             empty one. A block with no case
013250*                             lines writes nothing. SESSLOG is
013260*                             opened EXTEND per record the same
013270*                             way RUNSTATS is - the ledger keeps
013280*                             every night; one that can't be
013290*                             opened costs the ledger line, never
013300*                             the run. On a restart, a block
013310*                             closing while the checkpoint skip is
013320*                             still running was written by the
013330*                             failed segment and is not written
013340*                             again.
013350*----------------------------------------------------------------
013360 2178-WRITE-SESSION-LEDGER.
013370     IF ledger-cases = 0
013380         GO TO 2178-EXIT
013390     END-IF
013400     IF RESTART-REQUESTED AND c NOT > last-checkpoint
013410         GO TO 2178-RESET-BLOCK
013420     END-IF
013430     OPEN EXTEND SESSION-LEDGER
013440     IF ledger-file-status = "35"
013450         OPEN OUTPUT SESSION-LEDGER
013460     END-IF
013470     IF ledger-file-status NOT = "00"
013480         GO TO 2178-RESET-BLOCK
013490     END-IF
013500     MOVE SPACES TO LEDGER-RECORD
013510     STRING "DATE=" DELIMITED BY SIZE
013520            run-date DELIMITED BY SIZE
013530            " SESSION=" DELIMITED BY SIZE
013540            ledger-session DELIMITED BY SIZE
013550            " FIRST=" DELIMITED BY SIZE
013560            ledger-first DELIMITED BY SIZE
013570            " LAST=" DELIMITED BY SIZE
013580            ledger-last DELIMITED BY SIZE
013590            " CASES=" DELIMITED BY SIZE
013600            ledger-cases DELIMITED BY SIZE
013610            " DIVISOR=" DELIMITED BY SIZE
013620            divisor DELIMITED BY SIZE
013630            " BLACK-REMAINDER=" DELIMITED BY SIZE
013640            black-remainder DELIMITED BY SIZE
013650            INTO LEDGER-RECORD
013660     END-STRING
013670     WRITE LEDGER-RECORD
013680     CLOSE SESSION-LEDGER.
013690 2178-RESET-BLOCK.
013700     MOVE 0 TO ledger-first
013710     MOVE 0 TO ledger-last
013720     MOVE 0 TO ledger-cases.
013730 2178-EXIT.
013740     EXIT.
013750*----------------------------------------------------------------
013760* 2180-SWITCH-SESSION-RULE - a "SESSION id" marker line came up
013770*                            on INFILE. Swap in that session's
013780*                            divisor and black-remainder from the
013790*                            rule table - or the default pair
013800*                            when the table has no rule for it -
013810*                            and echo the rule on RPTFILE so the
013820*                            report says which rule decided the
013830*                            block of cases that follows. Marker
013840*                            lines don't consume a case number.
013850*                            The block under the rule going out
013860*                            is closed on SESSLOG first; an
013870*                            unreadable marker changes no rule
013880*                            and closes no block.
013890*----------------------------------------------------------------
013900 2180-SWITCH-SESSION-RULE.
013910     MOVE 0 TO session-id-len
013920     INSPECT INPUT-RECORD(9:) TALLYING session-id-len
013930         FOR CHARACTERS BEFORE INITIAL SPACE
013940     IF session-id-len = 0 OR session-id-len > 8
013950         MOVE SPACES TO REPORT-RECORD
013960         STRING "*** SESSION MARKER UNREADABLE - RULE UNCHANGED:"
013970                DELIMITED BY SIZE
013980                " " DELIMITED BY SIZE
013990                INPUT-RECORD(1:60) DELIMITED BY SIZE
014000                INTO REPORT-RECORD
014010         END-STRING
014020         WRITE REPORT-RECORD
014030         ADD 1 TO report-record-count
014040         GO TO 2180-EXIT
014050     END-IF
014060     PERFORM 2178-WRITE-SESSION-LEDGER THRU 2178-EXIT
014070     MOVE SPACES TO session-id
014080     MOVE INPUT-RECORD(9:session-id-len) TO session-id
014090     MOVE session-id TO ledger-session
014100     MOVE "N" TO RULE-FOUND-SW
014110     PERFORM 2185-LOOKUP-SESSION-RULE THRU 2185-EXIT
014120         VARYING rule-idx FROM 1 BY 1
014130         UNTIL RULE-FOUND OR rule-idx > session-rule-count
014140     MOVE SPACES TO REPORT-RECORD
014150     IF RULE-FOUND
014160         STRING "*** SESSION " DELIMITED BY SIZE
014170                session-id DELIMITED BY SPACE
014180                ": DIVISOR=" DELIMITED BY SIZE
014190                divisor DELIMITED BY SIZE
014200                " BLACK-REMAINDER=" DELIMITED BY SIZE
014210                black-remainder DELIMITED BY SIZE
014220                " ***" DELIMITED BY SIZE
014230                INTO REPORT-RECORD
014240         END-STRING
014250     ELSE
014260         MOVE default-divisor TO divisor
014270         MOVE default-blackrem TO black-remainder
014280         STRING "*** SESSION " DELIMITED BY SIZE
014290                session-id DELIMITED BY SPACE
014300                ": NO RULE ON CTLFILE - DEFAULT DIVISOR="
014310                DELIMITED BY SIZE
014320                divisor DELIMITED BY SIZE
014330                " BLACK-REMAINDER=" DELIMITED BY SIZE
014340                black-remainder DELIMITED BY SIZE
014350                " ***" DELIMITED BY SIZE
014360                INTO REPORT-RECORD
014370         END-STRING
014380     END-IF
014390     WRITE REPORT-RECORD
014400     ADD 1 TO report-record-count.
014410 2180-EXIT.
014420     EXIT.
014430 2185-LOOKUP-SESSION-RULE.
014440     IF sr-id(rule-idx) = session-id
014450         SET RULE-FOUND TO TRUE
014460         MOVE sr-divisor(rule-idx) TO divisor
014470         MOVE sr-blackrem(rule-idx) TO black-remainder
014480     END-IF.
014490 2185-EXIT.
014500     EXIT.
014510*----------------------------------------------------------------
014520* 2190-SWITCH-ENTRANT - an "ENTRANT id" marker line came up on
014530*                       INFILE. The id tags every case line that
014540*                       follows, on RPTFILE and AUDFILE both,
014550*                       until the next marker. The switch is
014560*                       echoed on RPTFILE the way a session
014570*                       switch is, and marker lines don't consume
014580*                       a case number. An unreadable marker
014590*                       leaves the tag as it stood - same
014600*                       treatment as an unreadable SESSION
014610*                       marker. With ENTMSTR cataloged the
014620*                       new id is checked against it, and any
014630*                       hold block under the old id closes.
014640*----------------------------------------------------------------
014650 2190-SWITCH-ENTRANT.
014660     MOVE 0 TO entrant-id-len
014670     INSPECT INPUT-RECORD(9:) TALLYING entrant-id-len
014680         FOR CHARACTERS BEFORE INITIAL SPACE
014690     IF entrant-id-len = 0 OR entrant-id-len > 8
014700         MOVE SPACES TO REPORT-RECORD
014710         STRING "*** ENTRANT MARKER UNREADABLE - TAG UNCHANGED:"
014720                DELIMITED BY SIZE
014730                " " DELIMITED BY SIZE
014740                INPUT-RECORD(1:60) DELIMITED BY SIZE
014750                INTO REPORT-RECORD
014760         END-STRING
014770         WRITE REPORT-RECORD
014780         ADD 1 TO report-record-count
014790         GO TO 2190-EXIT
014800     END-IF
014810     MOVE SPACES TO entrant-id
014820     MOVE INPUT-RECORD(9:entrant-id-len) TO entrant-id
014830     MOVE SPACES TO entrant-tag
014840     STRING " ENTRANT=" DELIMITED BY SIZE
014850            entrant-id DELIMITED BY SPACE
014860            INTO entrant-tag
014870     END-STRING
014880     MOVE SPACES TO REPORT-RECORD
014890     STRING "*** ENTRANT " DELIMITED BY SIZE
014900            entrant-id DELIMITED BY SPACE
014910            " ***" DELIMITED BY SIZE
014920            INTO REPORT-RECORD
014930     END-STRING
014940     WRITE REPORT-RECORD
014950     ADD 1 TO report-record-count
014960     PERFORM 2191-CHECK-REGISTRATION THRU 2191-EXIT.
014970 2190-EXIT.
014980     EXIT.
014990*----------------------------------------------------------------
015000* 2191-CHECK-REGISTRATION - the marker's id against ENTMSTR. An
015010*                           id the master doesn't carry, or
015020*                           carries WITHDRAWN, holds every case
015030*                           line under it until the next marker
015040*                           or the end of the day, and the hold
015050*                           is echoed under the marker's own
015060*                           echo. A master read that fails for
015070*                           any other reason holds too - a
015080*                           registration that can't be proved
015090*                           is not decided on a guess.
015100*----------------------------------------------------------------
015110 2191-CHECK-REGISTRATION.
015120     PERFORM 2197-CLOSE-HOLD-BLOCK THRU 2197-EXIT
015130     IF NOT ENT-AVAILABLE
015140         GO TO 2191-EXIT
015150     END-IF
015160     MOVE entrant-id TO ENT-ID
015170     READ ENTRANT-MASTER
015180         INVALID KEY
015190             CONTINUE
015200     END-READ
015210     IF entrant-file-status = "00" AND ENT-STATUS = "ACTIVE"
015220         GO TO 2191-EXIT
015230     END-IF
015240     IF entrant-file-status = "00"
015250         MOVE "WITHDRAWN" TO hold-reason
015260     ELSE
015270         MOVE "UNKNOWN" TO hold-reason
015280     END-IF
015290     MOVE entrant-id TO hold-entrant
015300     SET ENTRANT-HELD TO TRUE
015310     MOVE SPACES TO REPORT-RECORD
015320     STRING "*** ENTRANT " DELIMITED BY SIZE
015330            hold-entrant DELIMITED BY SPACE
015340            " " DELIMITED BY SIZE
015350            hold-reason DELIMITED BY SPACE
015360            " - CASES HELD, SEE ENTHOLD ***" DELIMITED BY SIZE
015370            INTO REPORT-RECORD
015380     END-STRING
015390     WRITE REPORT-RECORD
015400     ADD 1 TO report-record-count.
015410 2191-EXIT.
015420     EXIT.
015430*----------------------------------------------------------------
015440* 2195-HOLD-CASE - one case line under a held entrant: its raw
015450*                  text onto ENTHOLD the way REJFILE carries a
015460*                  reject, and a HELD line on RPTFILE, tagged
015470*                  like a decided line, so the case numbering
015480*                  stays continuous. Nothing is decided, audited
015490*                  or tallied.
015500*----------------------------------------------------------------
015510 2195-HOLD-CASE.
015520     MOVE SPACES TO HOLD-RECORD
015530     STRING "Case #" DELIMITED BY SIZE
015540            cstr(cstart:cend) DELIMITED BY SIZE
015550            " HELD: " DELIMITED BY SIZE
015560            INPUT-RECORD DELIMITED BY SIZE
015570            INTO HOLD-RECORD
015580     END-STRING
015590     WRITE HOLD-RECORD
015600     MOVE SPACES TO REPORT-RECORD
015610     STRING "Case #" DELIMITED BY SIZE
015620            cstr(cstart:cend) DELIMITED BY SIZE
015630            ": ***HELD - SEE ENTHOLD***" DELIMITED BY SIZE
015640            entrant-tag DELIMITED BY SIZE
015650            batch-tag DELIMITED BY SIZE
015660            INTO REPORT-RECORD
015670     END-STRING
015680     WRITE REPORT-RECORD
015690     ADD 1 TO report-record-count.
015700 2195-EXIT.
015710     EXIT.
015720*----------------------------------------------------------------
015730* 2196-NOTE-HELD-CASE - the case folded into the hold block's
015740*                       range and the held count. Done ahead of
015750*                       the restart skip, so a restarted segment
015760*                       knows the ranges and totals the failed
015770*                       one built before the checkpoint.
015780*----------------------------------------------------------------
015790 2196-NOTE-HELD-CASE.
015800     ADD 1 TO held-count
015810     ADD 1 TO hold-block-cases
015820     IF hold-block-cases = 1
015830         MOVE fmt-number TO hold-first
015840     END-IF
015850     MOVE fmt-number TO hold-last.
015860 2196-EXIT.
015870     EXIT.
015880*----------------------------------------------------------------
015890* 2197-CLOSE-HOLD-BLOCK - the range line for the block just
015900*                         ended: date, entrant, why it was held,
015910*                         first and last case and the count. A
015920*                         held marker with no case lines under
015930*                         it still gets its line, COUNT=0, so
015940*                         the desk sees every id that failed. On
015950*                         a restart, a block closing while the
015960*                         checkpoint skip is still running was
015970*                         closed by the failed segment too - it
015980*                         is counted but its line already stands.
015990*----------------------------------------------------------------
016000 2197-CLOSE-HOLD-BLOCK.
016010     IF NOT ENTRANT-HELD
016020         GO TO 2197-EXIT
016030     END-IF
016040     ADD 1 TO hold-block-count
016050     IF RESTART-REQUESTED AND c NOT > last-checkpoint
016060         GO TO 2197-RESET-BLOCK
016070     END-IF
016080     MOVE SPACES TO HOLD-RECORD
016090     STRING "DATE=" DELIMITED BY SIZE
016100            run-date DELIMITED BY SIZE
016110            " ENTRANT " DELIMITED BY SIZE
016120            hold-entrant DELIMITED BY SPACE
016130            " " DELIMITED BY SIZE
016140            hold-reason DELIMITED BY SPACE
016150            " - CASES " DELIMITED BY SIZE
016160            hold-first DELIMITED BY SIZE
016170            "-" DELIMITED BY SIZE
016180            hold-last DELIMITED BY SIZE
016190            " HELD COUNT=" DELIMITED BY SIZE
016200            hold-block-cases DELIMITED BY SIZE
016210            INTO HOLD-RECORD
016220     END-STRING
016230     WRITE HOLD-RECORD.
016240 2197-RESET-BLOCK.
016250     MOVE "N" TO ENT-HELD-SW
016260     MOVE SPACES TO hold-entrant
016270     MOVE 0 TO hold-first
016280     MOVE 0 TO hold-last
016290     MOVE 0 TO hold-block-cases.
016300 2197-EXIT.
016310     EXIT.
016320*----------------------------------------------------------------
016330* 2170-ACCUMULATE-STATISTICS - fold the decided case's W and B
016340*                              into the running min/max/sum and
016350*                              bump the W band the case falls in.
016360*                              Runs once per case decided IN THIS
016370*                              RUN - STAT-CASES carries that
016380*                              population so the averages stay
016390*                              honest on a repair run, where the
016400*                              Summary covers the whole corrected
016410*                              report but only the repaired cases
016420*                              pass through here.
016430*----------------------------------------------------------------
016440 2170-ACCUMULATE-STATISTICS.
016450     ADD 1 TO stat-cases
016460     IF w < w-min
016470         MOVE w TO w-min
016480     END-IF
016490     IF w > w-max
016500         MOVE w TO w-max
016510     END-IF
016520     ADD w TO w-sum
016530     IF b < b-min
016540         MOVE b TO b-min
016550     END-IF
016560     IF b > b-max
016570         MOVE b TO b-max
016580     END-IF
016590     ADD b TO b-sum
016600     MOVE "N" TO BAND-FOUND-SW
016610     PERFORM 2175-TALLY-W-BAND THRU 2175-EXIT
016620         VARYING band-idx FROM 1 BY 1
016630         UNTIL BAND-FOUND OR band-idx > w-band-count.
016640 2170-EXIT.
016650     EXIT.
016660 2175-TALLY-W-BAND.
016670     IF w NOT < band-low(band-idx)
016680             AND w NOT > band-high(band-idx)
016690         SET BAND-FOUND TO TRUE
016700         ADD 1 TO band-cases(band-idx)
016710         IF result = "BLACK"
016720             ADD 1 TO band-black(band-idx)
016730         ELSE
016740             ADD 1 TO band-white(band-idx)
016750         END-IF
016760     END-IF.
016770 2175-EXIT.
016780     EXIT.
016790*----------------------------------------------------------------
016800* 2200-PARSE-CASE-LINE - pull the two space-separated tokens off
016810*                        LN. The first token is the stick width
016820*                        (W), the second is the count (B). Sets
016830*                        PARSE-NOT-OK if LN isn't a clean
016840*                        "token token" shape, or if either token
016850*                        fails its range check.
016860*----------------------------------------------------------------
016870 2200-PARSE-CASE-LINE.
016880     SET PARSE-OK TO TRUE
016890     MOVE 1 TO sep
016900     INSPECT ln TALLYING sep FOR CHARACTERS
016910         BEFORE INITIAL SPACE
016920     IF sep = 1 OR sep > 99
016930         SET PARSE-NOT-OK TO TRUE
016940         GO TO 2200-EXIT
016950     END-IF
016960     COMPUTE token-len = sep - 1
016970     IF token-len > 9
016980         SET PARSE-NOT-OK TO TRUE
016990         GO TO 2200-EXIT
017000     END-IF
017010     IF ln(1:token-len) IS NOT NUMERIC
017020         SET PARSE-NOT-OK TO TRUE
017030         GO TO 2200-EXIT
017040     END-IF
017050     MOVE ln(1:token-len) TO w-text
017060     MOVE w-text TO w
017070     IF w = 0
017080         SET PARSE-NOT-OK TO TRUE
017090         GO TO 2200-EXIT
017100     END-IF
017110     COMPUTE token-start = sep + 1
017120     MOVE 0 TO token-len
017130     INSPECT ln(token-start:) TALLYING token-len
017140         FOR CHARACTERS BEFORE INITIAL SPACE
017150     IF token-len = 0 OR token-len > 9
017160         SET PARSE-NOT-OK TO TRUE
017170         GO TO 2200-EXIT
017180     END-IF
017190     IF ln(token-start:token-len) IS NOT NUMERIC
017200         SET PARSE-NOT-OK TO TRUE
017210         GO TO 2200-EXIT
017220     END-IF
017230     MOVE ln(token-start:token-len) TO b-text
017240     MOVE b-text TO b.
017250 2200-EXIT.
017260     EXIT.
017270*----------------------------------------------------------------
017280* 2300-WRITE-REJECT - log the case number and raw text of a
017290*                     malformed line to REJFILE and note the
017300*                     rejection on RPTFILE so the case numbering
017310*                     stays continuous.
017320*----------------------------------------------------------------
017330 2300-WRITE-REJECT.
017340     ADD 1 TO reject-count
017350     MOVE SPACES TO REJECT-RECORD
017360     STRING "Case #" DELIMITED BY SIZE
017370            cstr(cstart:cend) DELIMITED BY SIZE
017380            " REJECTED: " DELIMITED BY SIZE
017390            ln DELIMITED BY SIZE
017400            INTO REJECT-RECORD
017410     END-STRING
017420     WRITE REJECT-RECORD
017430     MOVE SPACES TO REPORT-RECORD
017440     STRING "Case #" DELIMITED BY SIZE
017450            cstr(cstart:cend) DELIMITED BY SIZE
017460            ": ***REJECTED - SEE REJFILE***" DELIMITED BY SIZE
017470            INTO REPORT-RECORD
017480     END-STRING
017490     WRITE REPORT-RECORD
017500     ADD 1 TO report-record-count.
017510 2300-EXIT.
017520     EXIT.
017530*----------------------------------------------------------------
017540* 2400-CHECKPOINT-IF-DUE - rewrite CHKFILE with the current case
017550*                          number every CHECKPOINT-INTERVAL cases
017560*                          so a mid-run abend can resume close to
017570*                          where it left off.
017580*----------------------------------------------------------------
017590 2400-CHECKPOINT-IF-DUE.
017600*    No checkpoints on a catch-up run - C counts within the
017610*    current batch, and a restart resumed off a day-relative
017620*    count would reprocess the wrong day's cases.
017630     IF CATCHUP-MODE
017640         GO TO 2400-EXIT
017650     END-IF
017660     DIVIDE c BY checkpoint-interval GIVING ckpt-quot
017670         REMAINDER ckpt-rem
017680     IF ckpt-rem = 0
017690         PERFORM 2410-WRITE-CHECKPOINT THRU 2410-EXIT
017700     END-IF.
017710 2400-EXIT.
017720     EXIT.
017730 2410-WRITE-CHECKPOINT.
017740     OPEN OUTPUT CHECKPOINT-FILE
017750     MOVE c TO CHECKPOINT-RECORD
017760     WRITE CHECKPOINT-RECORD
017770     CLOSE CHECKPOINT-FILE.
017780 2410-EXIT.
017790     EXIT.
017800*----------------------------------------------------------------
017810* 2900-WRITE-SUMMARY - tally line at the end of RPTFILE so a
017820*                      suspicious all-one-color run is obvious
017830*                      without scanning the whole report. After a
017840*                      restart this tallies only the cases
017850*                      processed in this run segment.
017860*----------------------------------------------------------------
017870 2900-WRITE-SUMMARY.
017880     MOVE SPACES TO REPORT-RECORD
017890     STRING "Summary: BLACK=" DELIMITED BY SIZE
017900            black-count DELIMITED BY SIZE
017910            " WHITE=" DELIMITED BY SIZE
017920            white-count DELIMITED BY SIZE
017930            " TOTAL=" DELIMITED BY SIZE
017940            processed-count DELIMITED BY SIZE
017950            INTO REPORT-RECORD
017960     END-STRING
017970     WRITE REPORT-RECORD
017980     ADD 1 TO report-record-count.
017990 2900-EXIT.
018000     EXIT.
018010*----------------------------------------------------------------
018020* 2950-WRITE-STATISTICS - the W-band breakdown and the W/B
018030*                         min/max/average lines, one run of
018040*                         STATFILE per run of the job. STATFILE
018050*                         is opened here the same way CHKFILE is
018060*                         in 2410 - it only exists for the length
018070*                         of this paragraph. On a run that
018080*                         decided nothing the file carries just a
018090*                         NO CASES line instead of degenerate
018100*                         min/max values.
018110*----------------------------------------------------------------
018120 2950-WRITE-STATISTICS.
018130     OPEN OUTPUT STATISTICS-FILE
018140     IF stat-cases = 0
018150         MOVE "NO CASES DECIDED - NO STATISTICS"
018160             TO STATISTICS-RECORD
018170         WRITE STATISTICS-RECORD
018180         CLOSE STATISTICS-FILE
018190         GO TO 2950-EXIT
018200     END-IF
018210     PERFORM 2960-WRITE-ONE-BAND THRU 2960-EXIT
018220         VARYING band-idx FROM 1 BY 1
018230         UNTIL band-idx > w-band-count
018240     DIVIDE w-sum BY stat-cases GIVING w-avg ROUNDED
018250     MOVE SPACES TO STATISTICS-RECORD
018260     STRING "W: MIN=" DELIMITED BY SIZE
018270            w-min DELIMITED BY SIZE
018280            " MAX=" DELIMITED BY SIZE
018290            w-max DELIMITED BY SIZE
018300            " AVG=" DELIMITED BY SIZE
018310            w-avg DELIMITED BY SIZE
018320            INTO STATISTICS-RECORD
018330     END-STRING
018340     WRITE STATISTICS-RECORD
018350     DIVIDE b-sum BY stat-cases GIVING b-avg ROUNDED
018360     MOVE SPACES TO STATISTICS-RECORD
018370     STRING "B: MIN=" DELIMITED BY SIZE
018380            b-min DELIMITED BY SIZE
018390            " MAX=" DELIMITED BY SIZE
018400            b-max DELIMITED BY SIZE
018410            " AVG=" DELIMITED BY SIZE
018420            b-avg DELIMITED BY SIZE
018430            INTO STATISTICS-RECORD
018440     END-STRING
018450     WRITE STATISTICS-RECORD
018460     CLOSE STATISTICS-FILE.
018470 2950-EXIT.
018480     EXIT.
018490 2960-WRITE-ONE-BAND.
018500     MOVE SPACES TO STATISTICS-RECORD
018510     STRING "W BAND " DELIMITED BY SIZE
018520            band-low(band-idx) DELIMITED BY SIZE
018530            "-" DELIMITED BY SIZE
018540            band-high(band-idx) DELIMITED BY SIZE
018550            ": CASES=" DELIMITED BY SIZE
018560            band-cases(band-idx) DELIMITED BY SIZE
018570            " BLACK=" DELIMITED BY SIZE
018580            band-black(band-idx) DELIMITED BY SIZE
018590            " WHITE=" DELIMITED BY SIZE
018600            band-white(band-idx) DELIMITED BY SIZE
018610            INTO STATISTICS-RECORD
018620     END-STRING
018630     WRITE STATISTICS-RECORD.
018640 2960-EXIT.
018650     EXIT.
018660*----------------------------------------------------------------
018670* 2970-WRITE-RUNSTATS - append this run's summary numbers as one
018680*                       record to the permanent RUNSTATS dataset
018690*                       so the trend report has history to work
018700*                       from. RUNSTATS is opened EXTEND here the
018710*                       same way CHKFILE is in 2410 - one record
018720*                       per run, forever. MODE says whether the
018730*                       numbers cover a fresh run, a restart
018740*                       segment, a repair pass or one stream of a
018750*                       partitioned day (GCJ_CASE_OFFSET set),
018760*                       since those populations aren't
018770*                       comparable; GCJMERGE writes the whole
018780*                       partitioned day's record itself.
018790*----------------------------------------------------------------
018800 2970-WRITE-RUNSTATS.
018810     IF CATCHUP-MODE
018820         MOVE "CATCHUP" TO run-mode
018830         GO TO 2970-WRITE-THE-RECORD
018840     END-IF
018850     IF REPAIR-REQUESTED
018860         MOVE "REPAIR" TO run-mode
018870     ELSE
018880         IF RESTART-REQUESTED
018890             MOVE "RESTART" TO run-mode
018900         ELSE
018910             IF STREAM-RUN
018920                 MOVE "STREAM" TO run-mode
018930             ELSE
018940                 MOVE "FRESH" TO run-mode
018950             END-IF
018960         END-IF
018970     END-IF.
018980 2970-WRITE-THE-RECORD.
018990     OPEN EXTEND RUNSTATS-FILE
019000     IF runstats-file-status = "35"
019010         OPEN OUTPUT RUNSTATS-FILE
019020     END-IF
019030     IF runstats-file-status NOT = "00"
019040         GO TO 2970-EXIT
019050     END-IF
019060     MOVE SPACES TO RUNSTATS-RECORD
019070     STRING "DATE=" DELIMITED BY SIZE
019080            run-date DELIMITED BY SIZE
019090            " TOTAL=" DELIMITED BY SIZE
019100            total DELIMITED BY SIZE
019110            " PROCESSED=" DELIMITED BY SIZE
019120            processed-count DELIMITED BY SIZE
019130            " BLACK=" DELIMITED BY SIZE
019140            black-count DELIMITED BY SIZE
019150            " WHITE=" DELIMITED BY SIZE
019160            white-count DELIMITED BY SIZE
019170            " REJECTS=" DELIMITED BY SIZE
019180            reject-count DELIMITED BY SIZE
019190            " MODE=" DELIMITED BY SIZE
019200            run-mode DELIMITED BY SIZE
019210            INTO RUNSTATS-RECORD
019220     END-STRING
019230     WRITE RUNSTATS-RECORD
019240     CLOSE RUNSTATS-FILE.
019250 2970-EXIT.
019260     EXIT.
019270*----------------------------------------------------------------
019280* 2980-WRITE-TRAILERS - one control-total TRAILER record on the
019290*                       end of RPTFILE and of AUDFILE: how many
019300*                       records the run wrote to that file (the
019310*                       trailer itself not counted), the
019320*                       processed/BLACK/WHITE counts, a hash
019330*                       total over the decided B values, and the
019340*                       run mode. The receiving side recomputes
019350*                       from the file body and balances - a
019360*                       truncated transfer then announces itself.
019370*                       On a restart segment or a repair pass the
019380*                       counts cover this run's writes only; the
019390*                       MODE field is what tells the balancer so.
019400*----------------------------------------------------------------
019410 2980-WRITE-TRAILERS.
019420     MOVE SPACES TO REPORT-RECORD
019430     STRING "TRAILER RECORDS=" DELIMITED BY SIZE
019440            report-record-count DELIMITED BY SIZE
019450            " PROCESSED=" DELIMITED BY SIZE
019460            processed-count DELIMITED BY SIZE
019470            " BLACK=" DELIMITED BY SIZE
019480            black-count DELIMITED BY SIZE
019490            " WHITE=" DELIMITED BY SIZE
019500            white-count DELIMITED BY SIZE
019510            " BHASH=" DELIMITED BY SIZE
019520            b-hash DELIMITED BY SIZE
019530            " MODE=" DELIMITED BY SIZE
019540            run-mode DELIMITED BY SIZE
019550            INTO REPORT-RECORD
019560     END-STRING
019570     WRITE REPORT-RECORD
019580     MOVE SPACES TO AUDIT-RECORD
019590*    The audit trailer tallies the audit records this run wrote,
019600*    not the report's whole-file counts - on a repair pass the
019610*    report covers every case but AUDFILE gains only the
019620*    repaired ones, and the trailer must describe its own file.
019630     STRING "TRAILER RECORDS=" DELIMITED BY SIZE
019640            audit-record-count DELIMITED BY SIZE
019650            " PROCESSED=" DELIMITED BY SIZE
019660            audit-record-count DELIMITED BY SIZE
019670            " BLACK=" DELIMITED BY SIZE
019680            audit-black-count DELIMITED BY SIZE
019690            " WHITE=" DELIMITED BY SIZE
019700            audit-white-count DELIMITED BY SIZE
019710            " BHASH=" DELIMITED BY SIZE
019720            b-hash DELIMITED BY SIZE
019730            " MODE=" DELIMITED BY SIZE
019740            run-mode DELIMITED BY SIZE
019750            INTO AUDIT-RECORD
019760     END-STRING
019770     WRITE AUDIT-RECORD.
019780 2980-EXIT.
019790     EXIT.
019800*----------------------------------------------------------------
019810* 3000-REPAIR-RUN - repair mode (GCJ_REPAIR=Y). No INFILE pass at
019820*                   all: the prior report comes in on RPTOLD, the
019830*                   fixed case lines on CORFILE ("case# W B", in
019840*                   ascending case order), and the corrected
019850*                   report goes out on RPTFILE with the repaired
019860*                   results slotted in at their case numbers.
019870*                   Repaired decisions are audited with CORR=Y;
019880*                   the summary is re-tallied over the whole
019890*                   corrected report, not just this run's cases.
019900*----------------------------------------------------------------
019910 3000-REPAIR-RUN.
019920     PERFORM 3100-REPAIR-INITIALIZE THRU 3100-EXIT
019930     PERFORM 3200-COPY-AND-REPAIR THRU 3200-EXIT
019940     PERFORM 3300-FLUSH-UNMATCHED THRU 3300-EXIT
019950     PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT
019960     PERFORM 2950-WRITE-STATISTICS THRU 2950-EXIT
019970     PERFORM 2970-WRITE-RUNSTATS THRU 2970-EXIT
019980     PERFORM 3900-REPAIR-TERMINATE THRU 3900-EXIT.
019990 3000-EXIT.
020000     EXIT.
020010*----------------------------------------------------------------
020020* 3100-REPAIR-INITIALIZE - open the repair-mode datasets, pick up
020030*                          the parity rule the same way a normal
020040*                          run does, and prime the first
020050*                          correction. AUDFILE is extended - the
020060*                          repaired decisions belong on the same
020070*                          day's trail as the originals.
020080*----------------------------------------------------------------
020090 3100-REPAIR-INITIALIZE.
020100     ACCEPT run-date FROM DATE YYYYMMDD
020110     PERFORM 1050-READ-CONTROL-FILE THRU 1050-EXIT
020120     OPEN INPUT PRIOR-REPORT-FILE
020130     OPEN INPUT CORRECTION-FILE
020140     OPEN OUTPUT REPORT-FILE
020150     OPEN OUTPUT REJECT-FILE
020160     OPEN EXTEND AUDIT-FILE
020170*    TOTAL is only ever read off INFILE, and a repair run never
020180*    opens INFILE - zero it here or the RUNSTATS record picks
020190*    up an uninitialized field.
020200     MOVE 0 TO total
020210     MOVE " CORR=Y" TO corr-tag
020220     PERFORM 3400-READ-CORRECTION THRU 3400-EXIT.
020230 3100-EXIT.
020240     EXIT.
020250*----------------------------------------------------------------
020260* 3200-COPY-AND-REPAIR - one pass down the prior report. Case
020270*                        lines whose number matches the pending
020280*                        correction are re-decided from the fixed
020290*                        case line; everything else is copied as
020300*                        it stands, with the BLACK/WHITE tallies
020310*                        rebuilt on the way so 2900 writes a
020320*                        summary for the whole corrected report.
020330*                        The *** SESSION *** echo lines copied
020340*                        through carry the rule that decided
020350*                        the block below them - 3250 switches
020360*                        the divisor pair off each one, so a
020370*                        correction is re-decided under the
020380*                        same rule the original case was. The
020390*                        prior Summary line is dropped, not
020400*                        copied - a fresh one is written at the
020410*                        end.
020420*----------------------------------------------------------------
020430 3200-COPY-AND-REPAIR.
020440     PERFORM 3210-COPY-ONE-LINE THRU 3210-EXIT
020450         UNTIL PRIOR-EOF.
020460 3200-EXIT.
020470     EXIT.
020480 3210-COPY-ONE-LINE.
020490     READ PRIOR-REPORT-FILE
020500         AT END
020510             SET PRIOR-EOF TO TRUE
020520             GO TO 3210-EXIT
020530     END-READ
020540     MOVE PRIOR-REPORT-RECORD TO prior-ln
020550     IF prior-ln(1:8) = "Summary:"
020560         GO TO 3210-EXIT
020570     END-IF
020580     IF prior-ln(1:8) = "TRAILER "
020590         GO TO 3210-EXIT
020600     END-IF
020610     IF prior-ln(1:12) = "*** SESSION "
020620         PERFORM 3250-SWITCH-RULE-FROM-ECHO THRU 3250-EXIT
020630     END-IF
020640     PERFORM 3500-PARSE-REPORT-CASE THRU 3500-EXIT
020650     IF NOT PRIOR-CASE-PARSED
020660         MOVE prior-ln TO REPORT-RECORD
020670         WRITE REPORT-RECORD
020680         ADD 1 TO report-record-count
020690         GO TO 3210-EXIT
020700     END-IF
020710     PERFORM 3220-FLUSH-PASSED-CORRECTIONS THRU 3220-EXIT
020720     IF NOT CORR-EOF AND corr-case-no = prior-rpt-case
020730         AND PRIOR-CASE-HELD
020740         PERFORM 3270-REJECT-HELD-CORRECTION THRU 3270-EXIT
020750         GO TO 3210-EXIT
020760     END-IF
020770     IF NOT CORR-EOF AND corr-case-no = prior-rpt-case
020780         PERFORM 3230-APPLY-CORRECTION THRU 3230-EXIT
020790         PERFORM 3400-READ-CORRECTION THRU 3400-EXIT
020800         GO TO 3210-EXIT
020810     END-IF
020820     MOVE prior-ln TO REPORT-RECORD
020830     WRITE REPORT-RECORD
020840     ADD 1 TO report-record-count
020850     IF prior-result = "BLACK"
020860         ADD 1 TO black-count
020870         ADD 1 TO processed-count
020880     END-IF
020890     IF prior-result = "WHITE"
020900         ADD 1 TO white-count
020910         ADD 1 TO processed-count
020920     END-IF.
020930 3210-EXIT.
020940     EXIT.
020950*----------------------------------------------------------------
020960* 3220-FLUSH-PASSED-CORRECTIONS - corrections are expected in
020970*                                 ascending case order; any whose
020980*                                 case number the copy has
020990*                                 already passed can never match
021000*                                 a report line, so they're
021010*                                 logged to REJFILE instead of
021020*                                 silently jamming the merge.
021030*----------------------------------------------------------------
021040 3220-FLUSH-PASSED-CORRECTIONS.
021050     PERFORM 3240-REJECT-UNMATCHED THRU 3240-EXIT
021060         UNTIL CORR-EOF OR corr-case-no NOT < prior-rpt-case.
021070 3220-EXIT.
021080     EXIT.
021090*----------------------------------------------------------------
021100* 3230-APPLY-CORRECTION - run the fixed case line through the
021110*                         same parse and DIVIDE a normal run
021120*                         uses, audit it with CORR=Y, and write
021130*                         the repaired report line in place of
021140*                         the prior one. A correction that fails
021150*                         the parse rejects exactly like a bad
021160*                         INFILE line - the case stays REJECTED
021170*                         on the corrected report.
021180*----------------------------------------------------------------
021190 3230-APPLY-CORRECTION.
021200     MOVE corr-case-no TO fmt-number
021210     PERFORM 2150-FORMAT-CASE-NUMBER THRU 2150-EXIT
021220     PERFORM 3260-ENTRANT-FROM-PRIOR THRU 3260-EXIT
021230     MOVE corr-line TO ln
021240     PERFORM 2200-PARSE-CASE-LINE THRU 2200-EXIT
021250     IF PARSE-NOT-OK
021260         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
021270         GO TO 3230-EXIT
021280     END-IF
021290     DIVIDE b BY divisor GIVING quot REMAINDER rem
021300     IF rem = black-remainder
021310         MOVE "BLACK" TO result
021320         ADD 1 TO black-count
021330     ELSE
021340         MOVE "WHITE" TO result
021350         ADD 1 TO white-count
021360     END-IF
021370     ADD 1 TO processed-count
021380     PERFORM 2170-ACCUMULATE-STATISTICS THRU 2170-EXIT
021390     PERFORM 2160-WRITE-AUDIT-RECORD THRU 2160-EXIT
021400     MOVE SPACES TO REPORT-RECORD
021410     STRING "Case #" DELIMITED BY SIZE
021420            cstr(cstart:cend) DELIMITED BY SIZE
021430            ": " DELIMITED BY SIZE
021440            result DELIMITED BY SIZE
021450            entrant-tag DELIMITED BY SIZE
021460            INTO REPORT-RECORD
021470     END-STRING
021480     WRITE REPORT-RECORD
021490     ADD 1 TO report-record-count.
021500 3230-EXIT.
021510     EXIT.
021520*----------------------------------------------------------------
021530* 3240-REJECT-UNMATCHED - log one correction that has no report
021540*                         line to repair and step to the next.
021550*----------------------------------------------------------------
021560 3240-REJECT-UNMATCHED.
021570     MOVE corr-case-no TO fmt-number
021580     PERFORM 2150-FORMAT-CASE-NUMBER THRU 2150-EXIT
021590     MOVE SPACES TO REJECT-RECORD
021600     STRING "CORRECTION FOR CASE #" DELIMITED BY SIZE
021610            cstr(cstart:cend) DELIMITED BY SIZE
021620            " HAS NO REPORT LINE: " DELIMITED BY SIZE
021630            corr-line DELIMITED BY SIZE
021640            INTO REJECT-RECORD
021650     END-STRING
021660     WRITE REJECT-RECORD
021670     PERFORM 3400-READ-CORRECTION THRU 3400-EXIT.
021680 3240-EXIT.
021690     EXIT.
021700*----------------------------------------------------------------
021710* 3250-SWITCH-RULE-FROM-ECHO - one *** SESSION *** echo line off
021720*                              the prior report. The echoed
021730*                              DIVISOR= and BLACK-REMAINDER=
021740*                              values (9 digits zero-padded, as
021750*                              2180 strings them) become the
021760*                              rule for the block that follows -
021770*                              that covers the NO RULE ON
021780*                              CTLFILE shape too, which echoes
021790*                              the default pair. The MARKER
021800*                              UNREADABLE shape carries no
021810*                              DIVISOR= and leaves the rule
021820*                              unchanged, same as it did on the
021830*                              original run.
021840*----------------------------------------------------------------
021850 3250-SWITCH-RULE-FROM-ECHO.
021860     MOVE 0 TO token-len
021870     INSPECT prior-ln TALLYING token-len
021880         FOR CHARACTERS BEFORE INITIAL "DIVISOR="
021890     IF token-len > 115
021900         GO TO 3250-EXIT
021910     END-IF
021920     COMPUTE token-start = token-len + 9
021930     IF prior-ln(token-start:9) IS NOT NUMERIC
021940         GO TO 3250-EXIT
021950     END-IF
021960     MOVE prior-ln(token-start:9) TO echo-divisor
021970     MOVE 0 TO token-len
021980     INSPECT prior-ln TALLYING token-len
021990         FOR CHARACTERS BEFORE INITIAL "BLACK-REMAINDER="
022000     IF token-len > 107
022010         GO TO 3250-EXIT
022020     END-IF
022030     COMPUTE token-start = token-len + 17
022040     IF prior-ln(token-start:9) IS NOT NUMERIC
022050         GO TO 3250-EXIT
022060     END-IF
022070     MOVE prior-ln(token-start:9) TO echo-blackrem
022080     IF echo-divisor = 0 OR echo-blackrem NOT < echo-divisor
022090         GO TO 3250-EXIT
022100     END-IF
022110     MOVE echo-divisor TO divisor
022120     MOVE echo-blackrem TO black-remainder.
022130 3250-EXIT.
022140     EXIT.
022150*----------------------------------------------------------------
022160* 3260-ENTRANT-FROM-PRIOR - the ENTRANT= tag off the prior
022170*                           report's case line being repaired, so
022180*                           the repaired decision keeps the
022190*                           submitter the original run recorded.
022200*                           A prior line with no tag (a run from
022210*                           before the markers, or an untagged
022220*                           block) repairs untagged, exactly as
022230*                           it stood.
022240*----------------------------------------------------------------
022250 3260-ENTRANT-FROM-PRIOR.
022260     MOVE SPACES TO entrant-id
022270     MOVE SPACES TO entrant-tag
022280     MOVE 0 TO token-len
022290     INSPECT prior-ln TALLYING token-len
022300         FOR CHARACTERS BEFORE INITIAL "ENTRANT="
022310     IF token-len > 115
022320         GO TO 3260-EXIT
022330     END-IF
022340     COMPUTE token-start = token-len + 9
022350     MOVE prior-ln(token-start:8) TO entrant-id
022360     IF entrant-id = SPACES
022370         GO TO 3260-EXIT
022380     END-IF
022390     STRING " ENTRANT=" DELIMITED BY SIZE
022400            entrant-id DELIMITED BY SPACE
022410            INTO entrant-tag
022420     END-STRING.
022430 3260-EXIT.
022440     EXIT.
022450*----------------------------------------------------------------
022460* 3270-REJECT-HELD-CORRECTION - a correction against a case the
022470*                               original run held under an
022480*                               unregistered or withdrawn id. A
022490*                               repair pass runs no registration
022500*                               check, so the correction goes to
022510*                               REJFILE and the HELD line is
022520*                               copied through as it stood.
022530*----------------------------------------------------------------
022540 3270-REJECT-HELD-CORRECTION.
022550     MOVE corr-case-no TO fmt-number
022560     PERFORM 2150-FORMAT-CASE-NUMBER THRU 2150-EXIT
022570     MOVE SPACES TO REJECT-RECORD
022580     STRING "CORRECTION FOR CASE #" DELIMITED BY SIZE
022590            cstr(cstart:cend) DELIMITED BY SIZE
022600            " IS HELD - SEE ENTHOLD: " DELIMITED BY SIZE
022610            corr-line DELIMITED BY SIZE
022620            INTO REJECT-RECORD
022630     END-STRING
022640     WRITE REJECT-RECORD
022650     MOVE prior-ln TO REPORT-RECORD
022660     WRITE REPORT-RECORD
022670     ADD 1 TO report-record-count
022680     PERFORM 3400-READ-CORRECTION THRU 3400-EXIT.
022690 3270-EXIT.
022700     EXIT.
022710*----------------------------------------------------------------
022720* 3300-FLUSH-UNMATCHED - corrections left pending after the last
022730*                        prior-report line drain to REJFILE the
022740*                        same way passed-by ones do.
022750*----------------------------------------------------------------
022760 3300-FLUSH-UNMATCHED.
022770     PERFORM 3240-REJECT-UNMATCHED THRU 3240-EXIT
022780         UNTIL CORR-EOF.
022790 3300-EXIT.
022800     EXIT.
022810*----------------------------------------------------------------
022820* 3400-READ-CORRECTION - pull the next correction record apart:
022830*                        the case number token, a space, then the
022840*                        fixed "W B" case line exactly as it
022850*                        should have appeared on INFILE. A record
022860*                        that doesn't open with a clean case
022870*                        number is logged and skipped.
022880*----------------------------------------------------------------
022890 3400-READ-CORRECTION.
022900     READ CORRECTION-FILE
022910         AT END
022920             SET CORR-EOF TO TRUE
022930             GO TO 3400-EXIT
022940     END-READ
022950     MOVE 0 TO token-len
022960     INSPECT CORRECTION-RECORD TALLYING token-len
022970         FOR CHARACTERS BEFORE INITIAL SPACE
022980     IF token-len = 0 OR token-len > 9
022990         PERFORM 3410-REJECT-BAD-CORRECTION THRU 3410-EXIT
023000         GO TO 3400-READ-CORRECTION
023010     END-IF
023020     IF CORRECTION-RECORD(1:token-len) IS NOT NUMERIC
023030         PERFORM 3410-REJECT-BAD-CORRECTION THRU 3410-EXIT
023040         GO TO 3400-READ-CORRECTION
023050     END-IF
023060     MOVE CORRECTION-RECORD(1:token-len) TO corr-case-text
023070     MOVE corr-case-text TO corr-case-no
023080     IF corr-case-no = 0
023090         PERFORM 3410-REJECT-BAD-CORRECTION THRU 3410-EXIT
023100         GO TO 3400-READ-CORRECTION
023110     END-IF
023120     COMPUTE token-start = token-len + 2
023130     MOVE CORRECTION-RECORD(token-start:99) TO corr-line.
023140 3400-EXIT.
023150     EXIT.
023160 3410-REJECT-BAD-CORRECTION.
023170     MOVE SPACES TO REJECT-RECORD
023180     STRING "INVALID CORRECTION RECORD: " DELIMITED BY SIZE
023190            CORRECTION-RECORD DELIMITED BY SIZE
023200            INTO REJECT-RECORD
023210     END-STRING
023220     WRITE REJECT-RECORD.
023230 3410-EXIT.
023240     EXIT.
023250*----------------------------------------------------------------
023260* 3500-PARSE-REPORT-CASE - pull the case number and any
023270*                          BLACK/WHITE answer off one prior-
023280*                          report line. Lines that aren't "Case
023290*                          #" lines (or whose number won't parse)
023300*                          leave PRIOR-CASE-PARSED off and are
023310*                          copied through untouched. A HELD
023320*                          line sets PRIOR-CASE-HELD.
023330*----------------------------------------------------------------
023340 3500-PARSE-REPORT-CASE.
023350     MOVE "N" TO PRIOR-PARSE-SW
023360     MOVE "N" TO PRIOR-HELD-SW
023370     MOVE SPACES TO prior-result
023380     IF prior-ln(1:6) NOT = "Case #"
023390         GO TO 3500-EXIT
023400     END-IF
023410     MOVE 0 TO token-len
023420     INSPECT prior-ln(7:) TALLYING token-len
023430         FOR CHARACTERS BEFORE INITIAL ":"
023440     IF token-len = 0 OR token-len > 9
023450         GO TO 3500-EXIT
023460     END-IF
023470     IF prior-ln(7:token-len) IS NOT NUMERIC
023480         GO TO 3500-EXIT
023490     END-IF
023500     MOVE prior-ln(7:token-len) TO prior-case-text
023510     MOVE prior-case-text TO prior-rpt-case
023520     SET PRIOR-CASE-PARSED TO TRUE
023530     COMPUTE token-start = 7 + token-len + 2
023540     IF prior-ln(token-start:5) = "BLACK"
023550             OR prior-ln(token-start:5) = "WHITE"
023560         MOVE prior-ln(token-start:5) TO prior-result
023570     END-IF
023580     IF prior-ln(token-start:7) = "***HELD"
023590         SET PRIOR-CASE-HELD TO TRUE
023600     END-IF.
023610 3500-EXIT.
023620     EXIT.
023630*----------------------------------------------------------------
023640* 3900-REPAIR-TERMINATE - trailers on, then close out the
023650*                         repair-mode datasets.
023660*----------------------------------------------------------------
023670 3900-REPAIR-TERMINATE.
023680     PERFORM 2980-WRITE-TRAILERS THRU 2980-EXIT
023690     CLOSE PRIOR-REPORT-FILE
023700     CLOSE CORRECTION-FILE
023710     CLOSE REPORT-FILE
023720     CLOSE REJECT-FILE
023730     CLOSE AUDIT-FILE.
023740 3900-EXIT.
023750     EXIT.
023760*----------------------------------------------------------------
023770* 4000-CATCHUP-RUN - the multi-day catch-up drive: one 4100
023780*                    pass per dated batch until the input runs
023790*                    out. The per-day counters roll into the
023800*                    FILE- totals as each day closes; they're
023810*                    restored into the run counters here so
023820*                    2980's trailers describe the whole file,
023830*                    the one thing the receiving side balances
023840*                    against.
023850*----------------------------------------------------------------
023860 4000-CATCHUP-RUN.
023870     PERFORM 4100-PROCESS-ONE-BATCH THRU 4100-EXIT
023880         UNTIL INPUT-EOF
023890     MOVE file-black TO black-count
023900     MOVE file-white TO white-count
023910     MOVE file-processed TO processed-count.
023920 4000-EXIT.
023930     EXIT.
023940*----------------------------------------------------------------
023950* 4100-PROCESS-ONE-BATCH - one contest day off the catch-up
023960*                          input: the batch header (already
023970*                          parsed into RUN-DATE and TOTAL)
023980*                          echoes on RPTFILE, the day's cases
023990*                          run through the same 2000 loop a
024000*                          single-day run uses, and the day
024010*                          closes with its own Summary line,
024020*                          session and hold blocks and its own
024030*                          RUNSTATS record - a two-day
024040*                          backlog is one scheduled run, not an
024050*                          evening of DD juggling. The next
024060*                          day's header either ended this day's
024070*                          block early (BATCH-PENDING) or is
024080*                          read up behind the exact count.
024090*----------------------------------------------------------------
024100 4100-PROCESS-ONE-BATCH.
024110     ADD 1 TO batch-count
024120     MOVE SPACES TO REPORT-RECORD
024130     STRING "*** BATCH " DELIMITED BY SIZE
024140            run-date DELIMITED BY SIZE
024150            " CASES=" DELIMITED BY SIZE
024160            total DELIMITED BY SIZE
024170            " ***" DELIMITED BY SIZE
024180            INTO REPORT-RECORD
024190     END-STRING
024200     WRITE REPORT-RECORD
024210     ADD 1 TO report-record-count
024220*    Each batch is its own contest day: the session rule falls
024230*    back to the default and the entrant tag clears, instead of
024240*    the previous day's last marker leaking across the boundary.
024250     MOVE default-divisor TO divisor
024260     MOVE default-blackrem TO black-remainder
024270     MOVE SPACES TO entrant-id
024280     MOVE SPACES TO entrant-tag
024290     MOVE 0 TO black-count
024300     MOVE 0 TO white-count
024310     MOVE 0 TO processed-count
024320     MOVE 0 TO reject-count
024330     MOVE "N" TO BATCH-PENDING-SW
024340     PERFORM 2000-PROCESS-CASES THRU 2000-EXIT
024350     PERFORM 2178-WRITE-SESSION-LEDGER THRU 2178-EXIT
024360     PERFORM 2197-CLOSE-HOLD-BLOCK THRU 2197-EXIT
024370     MOVE SPACES TO ledger-session
024380     PERFORM 2900-WRITE-SUMMARY THRU 2900-EXIT
024390     PERFORM 2970-WRITE-RUNSTATS THRU 2970-EXIT
024400     ADD black-count TO file-black
024410     ADD white-count TO file-white
024420     ADD processed-count TO file-processed
024430     IF BATCH-PENDING
024440         PERFORM 4500-PARSE-BATCH-HEADER THRU 4500-EXIT
024450         GO TO 4100-EXIT
024460     END-IF
024470     PERFORM 4600-SKIP-TO-NEXT-BATCH THRU 4600-EXIT.
024480 4100-EXIT.
024490     EXIT.
024500*----------------------------------------------------------------
024510* 4500-PARSE-BATCH-HEADER - the "BATCH YYYYMMDD count" record
024520*                           sitting in INPUT-RECORD into
024530*                           RUN-DATE and TOTAL, plus the DATE=
024540*                           tag the day's report case lines
024550*                           carry. With the batch date fixed,
024560*                           the CTLFILE rule set reloads as of
024570*                           THAT date - a missed day decides
024580*                           under the effective-dated rules of
024590*                           the day it belongs to, not of the
024600*                           day the catch-up happens to run. A
024610*                           header that doesn't parse abandons
024620*                           the catch-up at that point -
024630*                           running a day's cases under a
024640*                           guessed date is the mixed-up
024650*                           morning this mode exists to end.
024660*----------------------------------------------------------------
024670 4500-PARSE-BATCH-HEADER.
024680     IF INPUT-RECORD(7:8) IS NOT NUMERIC
024690             OR INPUT-RECORD(15:1) NOT = SPACE
024700         PERFORM 4510-REJECT-BAD-BATCH THRU 4510-EXIT
024710         GO TO 4500-EXIT
024720     END-IF
024730     MOVE INPUT-RECORD(7:8) TO run-date
024740     MOVE 0 TO token-len
024750     INSPECT INPUT-RECORD(16:) TALLYING token-len
024760         FOR CHARACTERS BEFORE INITIAL SPACE
024770     IF token-len = 0 OR token-len > 6
024780         PERFORM 4510-REJECT-BAD-BATCH THRU 4510-EXIT
024790         GO TO 4500-EXIT
024800     END-IF
024810     IF INPUT-RECORD(16:token-len) IS NOT NUMERIC
024820         PERFORM 4510-REJECT-BAD-BATCH THRU 4510-EXIT
024830         GO TO 4500-EXIT
024840     END-IF
024850     MOVE INPUT-RECORD(16:token-len) TO total-text
024860     MOVE total-text TO total
024870     PERFORM 1050-READ-CONTROL-FILE THRU 1050-EXIT
024880     MOVE SPACES TO batch-tag
024890     STRING " DATE=" DELIMITED BY SIZE
024900            run-date DELIMITED BY SIZE
024910            INTO batch-tag
024920     END-STRING.
024930 4500-EXIT.
024940     EXIT.
024950 4510-REJECT-BAD-BATCH.
024960     MOVE SPACES TO REJECT-RECORD
024970     STRING "INVALID BATCH HEADER - CATCH-UP ABANDONED HERE: "
024980            DELIMITED BY SIZE
024990            INPUT-RECORD(1:60) DELIMITED BY SIZE
025000            INTO REJECT-RECORD
025010     END-STRING
025020     WRITE REJECT-RECORD
025030     MOVE SPACES TO REPORT-RECORD
025040     STRING "*** BATCH HEADER REJECTED - SEE REJFILE, CATCH-UP "
025050            DELIMITED BY SIZE
025060            "ABANDONED ***" DELIMITED BY SIZE
025070            INTO REPORT-RECORD
025080     END-STRING
025090     WRITE REPORT-RECORD
025100     ADD 1 TO report-record-count
025110     MOVE 0 TO total
025120     SET INPUT-EOF TO TRUE.
025130 4510-EXIT.
025140     EXIT.
025150*----------------------------------------------------------------
025160* 4600-SKIP-TO-NEXT-BATCH - a day that ran its exact count
025170*                           reads ahead for the next header;
025180*                           stray lines between batches (a
025190*                           count that lied short) log to
025200*                           REJFILE and read by, so a sloppy
025210*                           hand-built input can't shift one
025220*                           day's cases into the next day's
025230*                           date.
025240*----------------------------------------------------------------
025250 4600-SKIP-TO-NEXT-BATCH.
025260     READ INPUT-FILE
025270         AT END
025280             SET INPUT-EOF TO TRUE
025290             GO TO 4600-EXIT
025300     END-READ
025310     IF INPUT-RECORD(1:6) = "BATCH "
025320         PERFORM 4500-PARSE-BATCH-HEADER THRU 4500-EXIT
025330         GO TO 4600-EXIT
025340     END-IF
025350     MOVE SPACES TO REJECT-RECORD
025360     STRING "LINE BETWEEN BATCHES IGNORED: " DELIMITED BY SIZE
025370            INPUT-RECORD(1:60) DELIMITED BY SIZE
025380            INTO REJECT-RECORD
025390     END-STRING
025400     WRITE REJECT-RECORD
025410     GO TO 4600-SKIP-TO-NEXT-BATCH.
025420 4600-EXIT.
025430     EXIT.
025440*----------------------------------------------------------------
025450* 9000-TERMINATE - trailers on, then close out the datasets.
025460*                  The last session block closes on SESSLOG.
025470*                  With ENTMSTR cataloged the last hold block
025480*                  closes and ENTHOLD gets its totals line.
025490*----------------------------------------------------------------
025500 9000-TERMINATE.
025510     PERFORM 2980-WRITE-TRAILERS THRU 2980-EXIT
025520     PERFORM 2178-WRITE-SESSION-LEDGER THRU 2178-EXIT
025530     IF ENT-AVAILABLE
025540         PERFORM 9100-CLOSE-ENTHOLD THRU 9100-EXIT
025550     END-IF
025560     CLOSE INPUT-FILE
025570     CLOSE REPORT-FILE
025580     CLOSE REJECT-FILE
025590     CLOSE AUDIT-FILE.
025600 9000-EXIT.
025610     EXIT.
025620 9100-CLOSE-ENTHOLD.
025630     PERFORM 2197-CLOSE-HOLD-BLOCK THRU 2197-EXIT
025640     MOVE SPACES TO HOLD-RECORD
025650     STRING "HOLD TOTALS: BLOCKS=" DELIMITED BY SIZE
025660            hold-block-count DELIMITED BY SIZE
025670            " CASES=" DELIMITED BY SIZE
025680            held-count DELIMITED BY SIZE
025690            INTO HOLD-RECORD
025700     END-STRING
025710     WRITE HOLD-RECORD
025720     CLOSE ENTRANT-MASTER
025730     CLOSE HOLD-FILE.
025740 9100-EXIT.
025750     EXIT.
