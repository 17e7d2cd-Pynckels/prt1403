000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MatrixIntegrityAudit.
000120 AUTHOR. DATA-CENTER-BATCH-SUPPORT.
000130 INSTALLATION. BENCHMARK-PERFORMANCE-MONITORING.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.

000160*****************************************************
000170* MODIFICATION HISTORY                               *
000180*-----------------------------------------------------
000190* 2026-10-15  DCB  Initial version.  Weekly cross-   *
000200*                  file referential-integrity audit  *
000210*                  of the benchmark history files.   *
000220*                  Writes one MXINTEX exception      *
000230*                  record per hole found and prints  *
000240*                  a count per exception class on    *
000250*                  MXIRPT:                           *
000260*                  LOGENV - MXLOGF key with no       *
000270*                           MXENVF record;           *
000280*                  ENVLOG - MXENVF run (sequence not *
000290*                           00) missing from MXLOGF  *
000300*                           and from the yearly      *
000310*                           archives (MXARCH);       *
000320*                  ALERT  - MXAHIST alert on a date  *
000330*                           with no MXLOGF, archived *
000340*                           or MXIOLOG run;          *
000350*                  JRNL   - MATRXCLC or MXIOBNCH     *
000360*                           journaled closed RC 0 on *
000370*                           a date with no matching  *
000380*                           log record;              *
000390*                  MSIZE  - MX-LOG-M-SIZE differs    *
000400*                           from MX-ENV-M-SIZE.      *
000410*                  RC=16 when any exception is found *
000420*                  (MXHOUSE then refuses to purge),  *
000430*                  RC=8 a required file missing,     *
000440*                  RC=4 an optional file missing so  *
000450*                  a class went unchecked.           *
000460*****************************************************

000470 ENVIRONMENT DIVISION.

000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT MX-LOG-FILE ASSIGN TO MXLOGF
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS MX-LOG-KEY
000540         FILE STATUS IS WS-MXLOGF-STATUS.

000550     SELECT ENV-FILE ASSIGN TO MXENVF
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-MXENVF-STATUS.

000580     SELECT ARCH-FILE ASSIGN TO MXARCH
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-MXARCH-STATUS.

000610     SELECT IO-LOG-FILE ASSIGN TO MXIOLOG
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-MXIOLG-STATUS.

000640     SELECT AHIST-FILE ASSIGN TO MXAHIST
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-MXAHST-STATUS.

000670     SELECT JRNL-FILE ASSIGN TO MXJRNL
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS MX-JRNL-KEY
000710         FILE STATUS IS WS-MXJRNL-STATUS.

000720     SELECT EXCEPTION-FILE ASSIGN TO MXINTEX
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-MXINTEX-STATUS.

000750     SELECT REPORT-FILE ASSIGN TO MXIRPT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-MXIRPT-STATUS.

000780 DATA DIVISION.

000790 FILE SECTION.
000800*****************************************************
000810* MX-LOG-FILE - the running performance log written  *
000820* by MatrixCalculation, keyed on run date plus run   *
000830* sequence; sequential reads arrive in key order.    *
000840*****************************************************
000850 FD  MX-LOG-FILE
000860     RECORD CONTAINS 93 CHARACTERS
000870     LABEL RECORDS ARE STANDARD.
000880 COPY MXLOGREC.

000890*****************************************************
000900* ENV-FILE - run-environment companion records from  *
000910* MatrixCalculation, in the same run date + sequence *
000920* order as MXLOGF, so both files stream together.    *
000930*****************************************************
000940 FD  ENV-FILE
000950     RECORD CONTAINS 48 CHARACTERS
000960     LABEL RECORDS ARE STANDARD.
000970 COPY MXENVREC.

000980*****************************************************
000990* ARCH-FILE - the yearly MXLOGF archives written by  *
001000* MXHOUSE, concatenated oldest year first so the     *
001010* records arrive in key order.                       *
001020*****************************************************
001030 FD  ARCH-FILE
001040     RECORD CONTAINS 93 CHARACTERS
001050     LABEL RECORDS ARE STANDARD.
001060 01  ARCH-RECORD.
001070     05  ARCH-KEY.
001080         10  ARCH-RUN-DATE      PIC 9(08).
001090         10  ARCH-RUN-SEQ       PIC 9(02).
001100     05  FILLER                 PIC X(83).

001110*****************************************************
001120* IO-LOG-FILE - the running I/O benchmark log        *
001130* written by MatrixIoBench, one record per run.      *
001140*****************************************************
001150 FD  IO-LOG-FILE
001160     RECORD CONTAINS 46 CHARACTERS
001170     LABEL RECORDS ARE STANDARD.
001180 COPY MXIOLREC.

001190*****************************************************
001200* AHIST-FILE - the permanent alert history, one      *
001210* record per alert raised by the nightly benchmarks. *
001220*****************************************************
001230 FD  AHIST-FILE
001240     RECORD CONTAINS 48 CHARACTERS
001250     LABEL RECORDS ARE STANDARD.
001260 COPY MXAHSREC.

001270*****************************************************
001280* JRNL-FILE - the run journal written by every       *
001290* program of the suite, keyed on run date plus step  *
001300* plus run sequence.                                 *
001310*****************************************************
001320 FD  JRNL-FILE
001330     RECORD CONTAINS 41 CHARACTERS
001340     LABEL RECORDS ARE STANDARD.
001350 COPY MXJRNREC.

001360*****************************************************
001370* EXCEPTION-FILE - one 80-byte record per hole: the  *
001380* exception class, the file the record was found in, *
001390* its key, the audit date and a short description.   *
001400*****************************************************
001410 FD  EXCEPTION-FILE
001420     RECORD CONTAINS 80 CHARACTERS
001430     LABEL RECORDS ARE STANDARD.
001440 01  EXC-RECORD.
001450     05  EXC-CLASS              PIC X(06).
001460     05  FILLER                 PIC X(01).
001470     05  EXC-FILE               PIC X(08).
001480     05  FILLER                 PIC X(01).
001490     05  EXC-KEY                PIC X(20).
001500     05  FILLER                 PIC X(01).
001510     05  EXC-AUDIT-DATE         PIC 9(08).
001520     05  FILLER                 PIC X(01).
001530     05  EXC-TEXT               PIC X(34).

001540*****************************************************
001550* REPORT-FILE - 132-column print lines routed to     *
001560* SYSOUT.                                            *
001570*****************************************************
001580 FD  REPORT-FILE
001590     RECORD CONTAINS 132 CHARACTERS
001600     LABEL RECORDS ARE OMITTED.
001610 01  REPORT-RECORD          PIC X(132).

001620 WORKING-STORAGE SECTION.

001630*****************************************************
001640* FILE AND LOOP CONTROL SWITCHES                     *
001650*****************************************************
001660 01  WS-MXLOGF-STATUS       PIC X(02).
001670 01  WS-MXENVF-STATUS       PIC X(02).
001680 01  WS-MXARCH-STATUS       PIC X(02).
001690 01  WS-MXIOLG-STATUS       PIC X(02).
001700 01  WS-MXAHST-STATUS       PIC X(02).
001710 01  WS-MXJRNL-STATUS       PIC X(02).
001720 01  WS-MXINTEX-STATUS      PIC X(02).
001730 01  WS-MXIRPT-STATUS       PIC X(02).

001740 01  WS-SWITCHES.
001750     05  WS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001760         88  WS-END-OF-FILE            VALUE 'Y'.
001770     05  WS-LOG-EOF-SWITCH  PIC X(01)  VALUE 'N'.
001780         88  WS-LOG-AT-END             VALUE 'Y'.
001790     05  WS-ENV-EOF-SWITCH  PIC X(01)  VALUE 'N'.
001800         88  WS-ENV-AT-END             VALUE 'Y'.
001810     05  WS-ARCH-SWITCH     PIC X(01)  VALUE 'N'.
001820         88  WS-ARCH-AVAILABLE         VALUE 'Y'.
001830     05  WS-IOLOG-SWITCH    PIC X(01)  VALUE 'N'.
001840         88  WS-IOLOG-AVAILABLE        VALUE 'Y'.
001850     05  WS-AHIST-SWITCH    PIC X(01)  VALUE 'N'.
001860         88  WS-AHIST-AVAILABLE        VALUE 'Y'.
001870     05  WS-JRNL-SWITCH     PIC X(01)  VALUE 'N'.
001880         88  WS-JRNL-AVAILABLE         VALUE 'Y'.
001890     05  WS-DTFULL-SWITCH   PIC X(01)  VALUE 'N'.
001900         88  WS-DATE-TABLE-FULL        VALUE 'Y'.
001910     05  WS-CNDFULL-SWITCH  PIC X(01)  VALUE 'N'.
001920         88  WS-CAND-TABLE-FULL        VALUE 'Y'.
001930     05  WS-DATE-ADD-SWITCH PIC X(01)  VALUE 'N'.
001940         88  WS-DATE-ADD-WANTED        VALUE 'Y'.

001950*****************************************************
001960* RETURN CODES - 16 is the distinct "files out of    *
001970* step" code MXHOUSE tests before it purges; 4 means *
001980* a class could not be checked for want of its file. *
001990*****************************************************
002000 77  WS-OUT-OF-STEP-RC      PIC 9(04) COMP VALUE 16.
002010 77  WS-UNCHECKED-RC        PIC 9(04) COMP VALUE 4.

002020*****************************************************
002030* LOG/ENVIRONMENT MATCH KEYS - the current key of    *
002040* each file as ten characters, HIGH-VALUES once the  *
002050* file is exhausted, so the match is a plain compare.*
002060*****************************************************
002070 01  WS-LOG-KEY             PIC X(10).
002080 01  WS-ENV-KEY             PIC X(10).
002090 01  WS-LIVE-FIRST-DATE     PIC 9(08) VALUE 0.
002100 01  WS-AUDIT-DATE          PIC 9(08).

002110*****************************************************
002120* DATE TABLE - every date with a live MXLOGF run, an *
002130* archived run, an MXIOLOG run, or a resumed run     *
002140* (MXENVF sequence 00 with MX-ENV-RESUMED 'Y' - such *
002150* a run finishes RC 0 but logs no timings).  The     *
002160* alert and journal checks are looked up here.       *
002170*****************************************************
002180 77  WS-DT-MAX              PIC 9(05) COMP VALUE 6000.
002190 01  WS-DATE-TABLE.
002200     05  WS-DATE-ENTRY OCCURS 6000 TIMES.
002210         10  WS-DT-DATE       PIC 9(08).
002220         10  WS-DT-LOG-SW     PIC X(01).
002230             88  WS-DT-HAS-LOG         VALUE 'Y'.
002240         10  WS-DT-ARCH-SW    PIC X(01).
002250             88  WS-DT-HAS-ARCH        VALUE 'Y'.
002260         10  WS-DT-IO-SW      PIC X(01).
002270             88  WS-DT-HAS-IO          VALUE 'Y'.
002280         10  WS-DT-RESUME-SW  PIC X(01).
002290             88  WS-DT-HAS-RESUME      VALUE 'Y'.
002300 01  WS-DT-COUNT            PIC 9(05) COMP VALUE 0.
002310 01  WS-DT-SUB              PIC 9(05) COMP.
002320 01  WS-DT-FOUND            PIC 9(05) COMP VALUE 0.
002330 01  WS-DT-LAST             PIC 9(05) COMP VALUE 0.
002340 01  WS-DT-WANTED           PIC 9(08).

002350*****************************************************
002360* MISSING-LOG CANDIDATES - MXENVF keys (sequence not *
002370* 00) that have no live MXLOGF record, in key order; *
002380* the archive pass marks each one it finds, and the  *
002390* ones left unmarked are the ENVLOG exceptions.      *
002400*****************************************************
002410 77  WS-CAND-MAX            PIC 9(05) COMP VALUE 5000.
002420 01  WS-CAND-TABLE.
002430     05  WS-CAND-ENTRY OCCURS 5000 TIMES.
002440         10  WS-CAND-KEY      PIC X(10).
002450         10  WS-CAND-SW       PIC X(01).
002460             88  WS-CAND-ARCHIVED      VALUE 'Y'.
002470 01  WS-CAND-COUNT          PIC 9(05) COMP VALUE 0.
002480 01  WS-CAND-PTR            PIC 9(05) COMP VALUE 0.
002490 01  WS-CAND-SUB            PIC 9(05) COMP.

002500*****************************************************
002510* COUNTS - records read per file and exceptions per  *
002520* class.                                             *
002530*****************************************************
002540 01  WS-LOG-READ            PIC 9(07) COMP VALUE 0.
002550 01  WS-ENV-READ            PIC 9(07) COMP VALUE 0.
002560 01  WS-ARCH-READ           PIC 9(07) COMP VALUE 0.
002570 01  WS-IO-READ             PIC 9(07) COMP VALUE 0.
002580 01  WS-AHIST-READ          PIC 9(07) COMP VALUE 0.
002590 01  WS-JRNL-READ           PIC 9(07) COMP VALUE 0.
002600 01  WS-EXC-LOGENV          PIC 9(07) COMP VALUE 0.
002610 01  WS-EXC-ENVLOG          PIC 9(07) COMP VALUE 0.
002620 01  WS-EXC-ALERT           PIC 9(07) COMP VALUE 0.
002630 01  WS-EXC-JRNL            PIC 9(07) COMP VALUE 0.
002640 01  WS-EXC-MSIZE           PIC 9(07) COMP VALUE 0.
002650 01  WS-EXC-TOTAL           PIC 9(07) COMP VALUE 0.
002660 01  WS-COUNT-TXT           PIC ZZZZZZ9.
002670 01  WS-SIZE-TXT            PIC 9(04).

002680*****************************************************
002690* PRINT CONTROL AND REPORT LINES                     *
002700*****************************************************
002710 77  WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 56.
002720 01  WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
002730 01  WS-PAGE-COUNT          PIC 9(04) COMP VALUE 0.

002740 01  WS-HDG1-LINE.
002750     05  FILLER             PIC X(48) VALUE
002760         'BENCHMARK DATASET REFERENTIAL-INTEGRITY AUDIT - '.
002770     05  WS-HDG1-DATE       PIC X(10).
002780     05  FILLER             PIC X(52) VALUE SPACES.
002790     05  FILLER             PIC X(05) VALUE 'PAGE '.
002800     05  WS-HDG1-PAGE       PIC ZZZ9.
002810     05  FILLER             PIC X(13) VALUE SPACES.

002820 01  WS-HDG-FILE-COLS.
002830     05  FILLER             PIC X(11) VALUE 'FILE'.
002840     05  FILLER             PIC X(53) VALUE 'CONTENT'.
002850     05  FILLER             PIC X(10) VALUE '   RECORDS'.
002860     05  FILLER             PIC X(58) VALUE '   NOTE'.

002870 01  WS-HDG-CLASS-COLS.
002880     05  FILLER             PIC X(09) VALUE 'CLASS'.
002890     05  FILLER             PIC X(55) VALUE 'EXCEPTION'.
002900     05  FILLER             PIC X(10) VALUE '     COUNT'.
002910     05  FILLER             PIC X(58) VALUE '   NOTE'.

002920 01  WS-FILE-LINE.
002930     05  WS-FL-FILE         PIC X(08).
002940     05  FILLER             PIC X(03) VALUE SPACES.
002950     05  WS-FL-DESC         PIC X(50).
002960     05  FILLER             PIC X(06) VALUE SPACES.
002970     05  WS-FL-COUNT        PIC ZZZZZZ9.
002980     05  FILLER             PIC X(03) VALUE SPACES.
002990     05  WS-FL-NOTE         PIC X(40).
003000     05  FILLER             PIC X(15) VALUE SPACES.

003010 01  WS-CLASS-LINE.
003020     05  WS-CL-CLASS        PIC X(06).
003030     05  FILLER             PIC X(03) VALUE SPACES.
003040     05  WS-CL-DESC         PIC X(52).
003050     05  FILLER             PIC X(06) VALUE SPACES.
003060     05  WS-CL-COUNT        PIC ZZZZZZ9.
003070     05  FILLER             PIC X(03) VALUE SPACES.
003080     05  WS-CL-NOTE         PIC X(40).
003090     05  FILLER             PIC X(15) VALUE SPACES.

003100 01  WS-MESSAGE-LINE.
003110     05  WS-MSG-TEXT        PIC X(132).

003120 01  WS-PRINT-LINE          PIC X(132).

003130 PROCEDURE DIVISION.

003140*****************************************************
003150* 0000-MAINLINE                                      *
003160*****************************************************
003170 0000-MAINLINE.

003180     PERFORM 1000-INITIALIZE
003190         THRU 1000-INITIALIZE-EXIT.

003200     PERFORM 2000-OPEN-FILES
003210         THRU 2000-OPEN-FILES-EXIT.

003220     PERFORM 3000-MATCH-LOG-ENV
003230         THRU 3000-MATCH-LOG-ENV-EXIT.

003240     PERFORM 4000-CHECK-ARCHIVE
003250         THRU 4000-CHECK-ARCHIVE-EXIT.

003260     PERFORM 4500-LOAD-IO-DATES
003270         THRU 4500-LOAD-IO-DATES-EXIT.

003280     PERFORM 5000-CHECK-ALERTS
003290         THRU 5000-CHECK-ALERTS-EXIT.

003300     PERFORM 5500-CHECK-JOURNAL
003310         THRU 5500-CHECK-JOURNAL-EXIT.

003320     PERFORM 6000-PRINT-SUMMARY
003330         THRU 6000-PRINT-SUMMARY-EXIT.

003340     PERFORM 7000-CLOSE-FILES
003350         THRU 7000-CLOSE-FILES-EXIT.

003360     IF WS-EXC-TOTAL > 0
003370         MOVE WS-OUT-OF-STEP-RC TO RETURN-CODE
003380     ELSE
003390         IF NOT WS-ARCH-AVAILABLE
003400             OR NOT WS-IOLOG-AVAILABLE
003410             OR NOT WS-AHIST-AVAILABLE
003420             OR NOT WS-JRNL-AVAILABLE
003430             OR WS-DATE-TABLE-FULL
003440             OR WS-CAND-TABLE-FULL
003450             MOVE WS-UNCHECKED-RC TO RETURN-CODE
003460         END-IF
003470     END-IF.

003480     GO TO 9999-EXIT.

003490*****************************************************
003500* 1000-INITIALIZE                                    *
003510*****************************************************
003520 1000-INITIALIZE.

003530     MOVE 0 TO RETURN-CODE.

003540     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.

003550     MOVE SPACES TO WS-HDG1-DATE.
003560     MOVE WS-AUDIT-DATE (1:4) TO WS-HDG1-DATE (1:4).
003570     MOVE '-' TO WS-HDG1-DATE (5:1).
003580     MOVE WS-AUDIT-DATE (5:2) TO WS-HDG1-DATE (6:2).
003590     MOVE '-' TO WS-HDG1-DATE (8:1).
003600     MOVE WS-AUDIT-DATE (7:2) TO WS-HDG1-DATE (9:2).

003610 1000-INITIALIZE-EXIT.
003620     EXIT.

003630*****************************************************
003640* 2000-OPEN-FILES - MXLOGF and MXENVF are required,  *
003650* as are the two outputs.  The archives, MXIOLOG,    *
003660* MXAHIST and MXJRNL are optional: a missing one     *
003670* leaves its class unchecked and says so on the      *
003680* summary.                                           *
003690*****************************************************
003700 2000-OPEN-FILES.

003710     OPEN INPUT MX-LOG-FILE.

003720     IF WS-MXLOGF-STATUS NOT = '00'
003730         DISPLAY 'MATRIXINTEGRITYAUDIT: MXLOGF NOT AVAILABLE, '
003740                 'STATUS= ' WS-MXLOGF-STATUS
003750         MOVE 8 TO RETURN-CODE
003760         GO TO 9999-EXIT
003770     END-IF.

003780     OPEN INPUT ENV-FILE.

003790     IF WS-MXENVF-STATUS NOT = '00'
003800         DISPLAY 'MATRIXINTEGRITYAUDIT: MXENVF NOT AVAILABLE, '
003810                 'STATUS= ' WS-MXENVF-STATUS
003820         MOVE 8 TO RETURN-CODE
003830         GO TO 9999-EXIT
003840     END-IF.

003850     OPEN OUTPUT EXCEPTION-FILE.

003860     IF WS-MXINTEX-STATUS NOT = '00'
003870         DISPLAY 'MATRIXINTEGRITYAUDIT: MXINTEX NOT AVAILABLE, '
003880                 'STATUS= ' WS-MXINTEX-STATUS
003890         MOVE 8 TO RETURN-CODE
003900         GO TO 9999-EXIT
003910     END-IF.

003920     OPEN OUTPUT REPORT-FILE.

003930     IF WS-MXIRPT-STATUS NOT = '00'
003940         DISPLAY 'MATRIXINTEGRITYAUDIT: MXIRPT NOT AVAILABLE, '
003950                 'STATUS= ' WS-MXIRPT-STATUS
003960         MOVE 8 TO RETURN-CODE
003970         GO TO 9999-EXIT
003980     END-IF.

003990     OPEN INPUT ARCH-FILE.
004000     IF WS-MXARCH-STATUS = '00'
004010         SET WS-ARCH-AVAILABLE TO TRUE
004020     ELSE
004030         DISPLAY 'MATRIXINTEGRITYAUDIT: MXARCH NOT AVAILABLE, '
004040                 'STATUS= ' WS-MXARCH-STATUS
004050                 ' - ENVLOG CLASS NOT CHECKED.'
004060     END-IF.

004070     OPEN INPUT IO-LOG-FILE.
004080     IF WS-MXIOLG-STATUS = '00'
004090         SET WS-IOLOG-AVAILABLE TO TRUE
004100     ELSE
004110         DISPLAY 'MATRIXINTEGRITYAUDIT: MXIOLOG NOT AVAILABLE, '
004120                 'STATUS= ' WS-MXIOLG-STATUS
004130                 ' - MXIOBNCH JOURNAL ENTRIES NOT CHECKED.'
004140     END-IF.

004150     OPEN INPUT AHIST-FILE.
004160     IF WS-MXAHST-STATUS = '00'
004170         SET WS-AHIST-AVAILABLE TO TRUE
004180     ELSE
004190         DISPLAY 'MATRIXINTEGRITYAUDIT: MXAHIST NOT AVAILABLE, '
004200                 'STATUS= ' WS-MXAHST-STATUS
004210                 ' - ALERT CLASS NOT CHECKED.'
004220     END-IF.

004230     OPEN INPUT JRNL-FILE.
004240     IF WS-MXJRNL-STATUS = '00'
004250         SET WS-JRNL-AVAILABLE TO TRUE
004260     ELSE
004270         DISPLAY 'MATRIXINTEGRITYAUDIT: MXJRNL NOT AVAILABLE, '
004280                 'STATUS= ' WS-MXJRNL-STATUS
004290                 ' - JRNL CLASS NOT CHECKED.'
004300     END-IF.

004310 2000-OPEN-FILES-EXIT.
004320     EXIT.

004330*****************************************************
004340* 3000-MATCH-LOG-ENV - streams MXLOGF and MXENVF     *
004350* together in run date + sequence order.  A log key  *
004360* below the environment key has no companion         *
004370* (LOGENV); an environment key below the log key has *
004380* no live log record and becomes an archive          *
004390* candidate; equal keys have their matrix sizes      *
004400* compared (MSIZE).  Sequence-00 environment records *
004410* never have a log record and are only noted for the *
004420* resumed-run dates.                                 *
004430*****************************************************
004440 3000-MATCH-LOG-ENV.

004450     SET WS-DATE-ADD-WANTED TO TRUE.

004460     PERFORM 3010-READ-LOG
004470         THRU 3010-READ-LOG-EXIT.
004480     PERFORM 3020-READ-ENV
004490         THRU 3020-READ-ENV-EXIT.

004500     IF NOT WS-LOG-AT-END
004510         MOVE MX-LOG-RUN-DATE TO WS-LIVE-FIRST-DATE
004520     END-IF.

004530     PERFORM 3100-MATCH-ONE-KEY
004540         THRU 3100-MATCH-ONE-KEY-EXIT
004550         UNTIL WS-LOG-AT-END AND WS-ENV-AT-END.

004560     MOVE WS-LOG-READ TO WS-COUNT-TXT.
004570     DISPLAY 'MATRIXINTEGRITYAUDIT: ' WS-COUNT-TXT
004580             ' MXLOGF RECORD(S) MATCHED AGAINST MXENVF.'.

004590 3000-MATCH-LOG-ENV-EXIT.
004600     EXIT.

004610 3010-READ-LOG.

004620     READ MX-LOG-FILE
004630         AT END
004640             MOVE 'Y' TO WS-LOG-EOF-SWITCH
004650             MOVE HIGH-VALUES TO WS-LOG-KEY
004660         NOT AT END
004670             ADD 1 TO WS-LOG-READ
004680             MOVE MX-LOG-KEY TO WS-LOG-KEY
004690             MOVE MX-LOG-RUN-DATE TO WS-DT-WANTED
004700             PERFORM 8300-FIND-DATE
004710                 THRU 8300-FIND-DATE-EXIT
004720             IF WS-DT-FOUND > 0
004730                 MOVE 'Y' TO WS-DT-LOG-SW (WS-DT-FOUND)
004740             END-IF
004750     END-READ.

004760 3010-READ-LOG-EXIT.
004770     EXIT.

004780 3020-READ-ENV.

004790     READ ENV-FILE
004800         AT END
004810             MOVE 'Y' TO WS-ENV-EOF-SWITCH
004820             MOVE HIGH-VALUES TO WS-ENV-KEY
004830         NOT AT END
004840             ADD 1 TO WS-ENV-READ
004850             MOVE MX-ENV-KEY TO WS-ENV-KEY
004860     END-READ.

004870 3020-READ-ENV-EXIT.
004880     EXIT.

004890 3100-MATCH-ONE-KEY.

004900     IF WS-ENV-KEY < WS-LOG-KEY
004910         PERFORM 3300-ENV-WITHOUT-LOG
004920             THRU 3300-ENV-WITHOUT-LOG-EXIT
004930         PERFORM 3020-READ-ENV
004940             THRU 3020-READ-ENV-EXIT
004950         GO TO 3100-MATCH-ONE-KEY-EXIT
004960     END-IF.

004970     IF WS-LOG-KEY < WS-ENV-KEY
004980         PERFORM 3200-LOG-WITHOUT-ENV
004990             THRU 3200-LOG-WITHOUT-ENV-EXIT
005000         PERFORM 3010-READ-LOG
005010             THRU 3010-READ-LOG-EXIT
005020         GO TO 3100-MATCH-ONE-KEY-EXIT
005030     END-IF.

005040     PERFORM 3400-COMPARE-SIZES
005050         THRU 3400-COMPARE-SIZES-EXIT.
005060     PERFORM 3010-READ-LOG
005070         THRU 3010-READ-LOG-EXIT.
005080     PERFORM 3020-READ-ENV
005090         THRU 3020-READ-ENV-EXIT.

005100 3100-MATCH-ONE-KEY-EXIT.
005110     EXIT.

005120 3200-LOG-WITHOUT-ENV.

005130     MOVE SPACES TO EXC-RECORD.
005140     MOVE 'LOGENV' TO EXC-CLASS.
005150     MOVE 'MXLOGF' TO EXC-FILE.
005160     MOVE MX-LOG-RUN-DATE TO EXC-KEY (1:8).
005170     MOVE MX-LOG-RUN-SEQ TO EXC-KEY (10:2).
005180     MOVE 'LOGGED RUN HAS NO MXENVF RECORD' TO EXC-TEXT.
005190     ADD 1 TO WS-EXC-LOGENV.
005200     PERFORM 8200-WRITE-EXCEPTION
005210         THRU 8200-WRITE-EXCEPTION-EXIT.

005220 3200-LOG-WITHOUT-ENV-EXIT.
005230     EXIT.

005240*****************************************************
005250* 3300-ENV-WITHOUT-LOG - a sequence-00 record (a run *
005260* that logged nothing) is expected; when it is a     *
005270* checkpoint resume its date is marked, since that   *
005280* run journals RC 0 with no log record.  Any other   *
005290* record is held as a candidate for the archive pass.*
005300*****************************************************
005310 3300-ENV-WITHOUT-LOG.

005320     IF MX-ENV-RUN-SEQ = 0
005330         IF MX-ENV-RESUMED = 'Y'
005340             MOVE MX-ENV-RUN-DATE TO WS-DT-WANTED
005350             PERFORM 8300-FIND-DATE
005360                 THRU 8300-FIND-DATE-EXIT
005370             IF WS-DT-FOUND > 0
005380                 MOVE 'Y' TO WS-DT-RESUME-SW (WS-DT-FOUND)
005390             END-IF
005400         END-IF
005410         GO TO 3300-ENV-WITHOUT-LOG-EXIT
005420     END-IF.

005430     IF WS-CAND-COUNT NOT < WS-CAND-MAX
005440         IF NOT WS-CAND-TABLE-FULL
005450             DISPLAY 'MATRIXINTEGRITYAUDIT: MORE THAN '
005460                     WS-CAND-MAX ' MXENVF RUNS WITHOUT A LIVE '
005470                     'LOG RECORD - THE REST ARE NOT CHECKED.'
005480         END-IF
005490         SET WS-CAND-TABLE-FULL TO TRUE
005500         GO TO 3300-ENV-WITHOUT-LOG-EXIT
005510     END-IF.

005520     ADD 1 TO WS-CAND-COUNT.
005530     MOVE MX-ENV-KEY TO WS-CAND-KEY (WS-CAND-COUNT).
005540     MOVE 'N' TO WS-CAND-SW (WS-CAND-COUNT).

005550 3300-ENV-WITHOUT-LOG-EXIT.
005560     EXIT.

005570 3400-COMPARE-SIZES.

005580     IF MX-LOG-M-SIZE = MX-ENV-M-SIZE
005590         GO TO 3400-COMPARE-SIZES-EXIT
005600     END-IF.

005610     MOVE SPACES TO EXC-RECORD.
005620     MOVE 'MSIZE' TO EXC-CLASS.
005630     MOVE 'MXLOGF' TO EXC-FILE.
005640     MOVE MX-LOG-RUN-DATE TO EXC-KEY (1:8).
005650     MOVE MX-LOG-RUN-SEQ TO EXC-KEY (10:2).
005660     MOVE 'LOG SIZE ' TO EXC-TEXT.
005670     MOVE MX-LOG-M-SIZE TO WS-SIZE-TXT.
005680     MOVE WS-SIZE-TXT TO EXC-TEXT (10:4).
005690     MOVE ' ENV SIZE ' TO EXC-TEXT (14:10).
005700     MOVE MX-ENV-M-SIZE TO WS-SIZE-TXT.
005710     MOVE WS-SIZE-TXT TO EXC-TEXT (24:4).
005720     ADD 1 TO WS-EXC-MSIZE.
005730     PERFORM 8200-WRITE-EXCEPTION
005740         THRU 8200-WRITE-EXCEPTION-EXIT.

005750 3400-COMPARE-SIZES-EXIT.
005760     EXIT.

005770*****************************************************
005780* 4000-CHECK-ARCHIVE - reads the concatenated yearly *
005790* archives, noting each archived run date and        *
005800* marking the candidates the archive holds (both in  *
005810* key order, so one pointer walks the candidates).   *
005820* The candidates left unmarked were never logged or  *
005830* were lost: the ENVLOG exceptions.                  *
005840*****************************************************
005850 4000-CHECK-ARCHIVE.

005860     IF NOT WS-ARCH-AVAILABLE
005870         GO TO 4000-CHECK-ARCHIVE-EXIT
005880     END-IF.

005890     MOVE 1 TO WS-CAND-PTR.
005900     MOVE 'N' TO WS-EOF-SWITCH.

005910     PERFORM 4100-READ-ARCH-RECORD
005920         THRU 4100-READ-ARCH-RECORD-EXIT
005930         UNTIL WS-END-OF-FILE.

005940     PERFORM 4300-REPORT-CANDIDATE
005950         THRU 4300-REPORT-CANDIDATE-EXIT
005960         VARYING WS-CAND-SUB FROM 1 BY 1
005970         UNTIL WS-CAND-SUB > WS-CAND-COUNT.

005980 4000-CHECK-ARCHIVE-EXIT.
005990     EXIT.

006000 4100-READ-ARCH-RECORD.

006010     READ ARCH-FILE
006020         AT END
006030             MOVE 'Y' TO WS-EOF-SWITCH
006040         NOT AT END
006050             ADD 1 TO WS-ARCH-READ
006060             PERFORM 4200-POST-ARCH-RECORD
006070                 THRU 4200-POST-ARCH-RECORD-EXIT
006080     END-READ.

006090 4100-READ-ARCH-RECORD-EXIT.
006100     EXIT.

006110 4200-POST-ARCH-RECORD.

006120     MOVE ARCH-RUN-DATE TO WS-DT-WANTED.
006130     PERFORM 8300-FIND-DATE
006140         THRU 8300-FIND-DATE-EXIT.
006150     IF WS-DT-FOUND > 0
006160         MOVE 'Y' TO WS-DT-ARCH-SW (WS-DT-FOUND)
006170     END-IF.

006180     PERFORM 4210-SKIP-CANDIDATE
006190         THRU 4210-SKIP-CANDIDATE-EXIT
006200         UNTIL WS-CAND-PTR > WS-CAND-COUNT
006210         OR WS-CAND-KEY (WS-CAND-PTR) NOT < ARCH-KEY.

006220     IF WS-CAND-PTR NOT > WS-CAND-COUNT
006230         AND WS-CAND-KEY (WS-CAND-PTR) = ARCH-KEY
006240         MOVE 'Y' TO WS-CAND-SW (WS-CAND-PTR)
006250     END-IF.

006260 4200-POST-ARCH-RECORD-EXIT.
006270     EXIT.

006280 4210-SKIP-CANDIDATE.

006290     ADD 1 TO WS-CAND-PTR.

006300 4210-SKIP-CANDIDATE-EXIT.
006310     EXIT.

006320 4300-REPORT-CANDIDATE.

006330     IF WS-CAND-ARCHIVED (WS-CAND-SUB)
006340         GO TO 4300-REPORT-CANDIDATE-EXIT
006350     END-IF.

006360     MOVE SPACES TO EXC-RECORD.
006370     MOVE 'ENVLOG' TO EXC-CLASS.
006380     MOVE 'MXENVF' TO EXC-FILE.
006390     MOVE WS-CAND-KEY (WS-CAND-SUB) (1:8) TO EXC-KEY (1:8).
006400     MOVE WS-CAND-KEY (WS-CAND-SUB) (9:2) TO EXC-KEY (10:2).
006410     MOVE 'NOT IN MXLOGF AND NEVER ARCHIVED' TO EXC-TEXT.
006420     ADD 1 TO WS-EXC-ENVLOG.
006430     PERFORM 8200-WRITE-EXCEPTION
006440         THRU 8200-WRITE-EXCEPTION-EXIT.

006450 4300-REPORT-CANDIDATE-EXIT.
006460     EXIT.

006470*****************************************************
006480* 4500-LOAD-IO-DATES - notes every MXIOLOG run date. *
006490*****************************************************
006500 4500-LOAD-IO-DATES.

006510     IF NOT WS-IOLOG-AVAILABLE
006520         GO TO 4500-LOAD-IO-DATES-EXIT
006530     END-IF.

006540     MOVE 'N' TO WS-EOF-SWITCH.

006550     PERFORM 4600-READ-IO-RECORD
006560         THRU 4600-READ-IO-RECORD-EXIT
006570         UNTIL WS-END-OF-FILE.

006580 4500-LOAD-IO-DATES-EXIT.
006590     EXIT.

006600 4600-READ-IO-RECORD.

006610     READ IO-LOG-FILE
006620         AT END
006630             MOVE 'Y' TO WS-EOF-SWITCH
006640         NOT AT END
006650             ADD 1 TO WS-IO-READ
006660             MOVE IO-LOG-RUN-DATE TO WS-DT-WANTED
006670             PERFORM 8300-FIND-DATE
006680                 THRU 8300-FIND-DATE-EXIT
006690             IF WS-DT-FOUND > 0
006700                 MOVE 'Y' TO WS-DT-IO-SW (WS-DT-FOUND)
006710             END-IF
006720     END-READ.

006730 4600-READ-IO-RECORD-EXIT.
006740     EXIT.

006750*****************************************************
006760* 5000-CHECK-ALERTS - every MXAHIST alert must fall  *
006770* on a date with a live, archived or I/O run.  With  *
006780* no archive to consult, alerts older than the first *
006790* live MXLOGF date cannot be judged and are passed.  *
006800*****************************************************
006810 5000-CHECK-ALERTS.

006820     IF NOT WS-AHIST-AVAILABLE
006830         GO TO 5000-CHECK-ALERTS-EXIT
006840     END-IF.

006850     MOVE 'N' TO WS-DATE-ADD-SWITCH.
006860     MOVE 'N' TO WS-EOF-SWITCH.

006870     PERFORM 5100-READ-ALERT-RECORD
006880         THRU 5100-READ-ALERT-RECORD-EXIT
006890         UNTIL WS-END-OF-FILE.

006900 5000-CHECK-ALERTS-EXIT.
006910     EXIT.

006920 5100-READ-ALERT-RECORD.

006930     READ AHIST-FILE
006940         AT END
006950             MOVE 'Y' TO WS-EOF-SWITCH
006960         NOT AT END
006970             ADD 1 TO WS-AHIST-READ
006980             PERFORM 5200-CHECK-ONE-ALERT
006990                 THRU 5200-CHECK-ONE-ALERT-EXIT
007000     END-READ.

007010 5100-READ-ALERT-RECORD-EXIT.
007020     EXIT.

007030 5200-CHECK-ONE-ALERT.

007040     IF NOT WS-ARCH-AVAILABLE
007050         AND MX-AHIST-RUN-DATE < WS-LIVE-FIRST-DATE
007060         GO TO 5200-CHECK-ONE-ALERT-EXIT
007070     END-IF.

007080     MOVE MX-AHIST-RUN-DATE TO WS-DT-WANTED.
007090     PERFORM 8300-FIND-DATE
007100         THRU 8300-FIND-DATE-EXIT.

007110     IF WS-DT-FOUND > 0
007120         IF WS-DT-HAS-LOG (WS-DT-FOUND)
007130             OR WS-DT-HAS-ARCH (WS-DT-FOUND)
007140             OR WS-DT-HAS-IO (WS-DT-FOUND)
007150             GO TO 5200-CHECK-ONE-ALERT-EXIT
007160         END-IF
007170     END-IF.

007180     MOVE SPACES TO EXC-RECORD.
007190     MOVE 'ALERT' TO EXC-CLASS.
007200     MOVE 'MXAHIST' TO EXC-FILE.
007210     MOVE MX-AHIST-RUN-DATE TO EXC-KEY (1:8).
007220     MOVE MX-AHIST-METRIC TO EXC-KEY (10:5).
007230     MOVE 'NO MXLOGF OR MXIOLOG RUN ON DATE' TO EXC-TEXT.
007240     ADD 1 TO WS-EXC-ALERT.
007250     PERFORM 8200-WRITE-EXCEPTION
007260         THRU 8200-WRITE-EXCEPTION-EXIT.

007270 5200-CHECK-ONE-ALERT-EXIT.
007280     EXIT.

007290*****************************************************
007300* 5500-CHECK-JOURNAL - a MATRXCLC step closed RC 0   *
007310* must have a live or archived MXLOGF record on its  *
007320* date (or a checkpoint resume, which logs nothing); *
007330* an MXIOBNCH step closed RC 0 must have an MXIOLOG  *
007340* record.                                            *
007350*****************************************************
007360 5500-CHECK-JOURNAL.

007370     IF NOT WS-JRNL-AVAILABLE
007380         GO TO 5500-CHECK-JOURNAL-EXIT
007390     END-IF.

007400     MOVE 'N' TO WS-DATE-ADD-SWITCH.
007410     MOVE 'N' TO WS-EOF-SWITCH.

007420     PERFORM 5600-READ-JOURNAL-RECORD
007430         THRU 5600-READ-JOURNAL-RECORD-EXIT
007440         UNTIL WS-END-OF-FILE.

007450 5500-CHECK-JOURNAL-EXIT.
007460     EXIT.

007470 5600-READ-JOURNAL-RECORD.

007480     READ JRNL-FILE
007490         AT END
007500             MOVE 'Y' TO WS-EOF-SWITCH
007510         NOT AT END
007520             ADD 1 TO WS-JRNL-READ
007530             IF MX-JRNL-STATUS = 'C'
007540                 AND MX-JRNL-RETURN-CODE = 0
007550                 PERFORM 5700-CHECK-ONE-STEP
007560                     THRU 5700-CHECK-ONE-STEP-EXIT
007570             END-IF
007580     END-READ.

007590 5600-READ-JOURNAL-RECORD-EXIT.
007600     EXIT.

007610 5700-CHECK-ONE-STEP.

007620     IF MX-JRNL-STEP NOT = 'MATRXCLC'
007630         AND MX-JRNL-STEP NOT = 'MXIOBNCH'
007640         GO TO 5700-CHECK-ONE-STEP-EXIT
007650     END-IF.

007660     MOVE MX-JRNL-RUN-DATE TO WS-DT-WANTED.
007670     PERFORM 8300-FIND-DATE
007680         THRU 8300-FIND-DATE-EXIT.

007690     MOVE SPACES TO EXC-RECORD.

007700     IF MX-JRNL-STEP = 'MATRXCLC'
007710         IF NOT WS-ARCH-AVAILABLE
007720             AND MX-JRNL-RUN-DATE < WS-LIVE-FIRST-DATE
007730             GO TO 5700-CHECK-ONE-STEP-EXIT
007740         END-IF
007750         IF WS-DT-FOUND > 0
007760             IF WS-DT-HAS-LOG (WS-DT-FOUND)
007770                 OR WS-DT-HAS-ARCH (WS-DT-FOUND)
007780                 OR WS-DT-HAS-RESUME (WS-DT-FOUND)
007790                 GO TO 5700-CHECK-ONE-STEP-EXIT
007800             END-IF
007810         END-IF
007820         MOVE 'STEP RC 0 BUT NO MXLOGF RECORD' TO EXC-TEXT
007830     ELSE
007840         IF NOT WS-IOLOG-AVAILABLE
007850             GO TO 5700-CHECK-ONE-STEP-EXIT
007860         END-IF
007870         IF WS-DT-FOUND > 0
007880             IF WS-DT-HAS-IO (WS-DT-FOUND)
007890                 GO TO 5700-CHECK-ONE-STEP-EXIT
007900             END-IF
007910         END-IF
007920         MOVE 'STEP RC 0 BUT NO MXIOLOG RECORD' TO EXC-TEXT
007930     END-IF.

007940     MOVE 'JRNL' TO EXC-CLASS.
007950     MOVE 'MXJRNL' TO EXC-FILE.
007960     MOVE MX-JRNL-RUN-DATE TO EXC-KEY (1:8).
007970     MOVE MX-JRNL-STEP TO EXC-KEY (10:8).
007980     MOVE MX-JRNL-RUN-SEQ TO EXC-KEY (19:2).
007990     ADD 1 TO WS-EXC-JRNL.
008000     PERFORM 8200-WRITE-EXCEPTION
008010         THRU 8200-WRITE-EXCEPTION-EXIT.

008020 5700-CHECK-ONE-STEP-EXIT.
008030     EXIT.

008040*****************************************************
008050* 6000-PRINT-SUMMARY - records read per file, the    *
008060* exception count per class, and the verdict.        *
008070*****************************************************
008080 6000-PRINT-SUMMARY.

008090     COMPUTE WS-EXC-TOTAL = WS-EXC-LOGENV + WS-EXC-ENVLOG
008100         + WS-EXC-ALERT + WS-EXC-JRNL + WS-EXC-MSIZE.

008110     MOVE 99 TO WS-LINE-COUNT.

008120     MOVE WS-HDG-FILE-COLS TO WS-PRINT-LINE.
008130     PERFORM 8100-WRITE-REPORT-LINE
008140         THRU 8100-WRITE-REPORT-LINE-EXIT.
008150     MOVE SPACES TO WS-PRINT-LINE.
008160     PERFORM 8100-WRITE-REPORT-LINE
008170         THRU 8100-WRITE-REPORT-LINE-EXIT.

008180     MOVE 'MXLOGF' TO WS-FL-FILE.
008190     MOVE 'LIVE BENCHMARK LOG (MATRIXCALCULATION)' TO WS-FL-DESC.
008200     MOVE WS-LOG-READ TO WS-FL-COUNT.
008210     MOVE SPACES TO WS-FL-NOTE.
008220     PERFORM 6100-PRINT-FILE-LINE
008230         THRU 6100-PRINT-FILE-LINE-EXIT.

008240     MOVE 'MXENVF' TO WS-FL-FILE.
008250     MOVE 'RUN-ENVIRONMENT COMPANION LOG' TO WS-FL-DESC.
008260     MOVE WS-ENV-READ TO WS-FL-COUNT.
008270     MOVE SPACES TO WS-FL-NOTE.
008280     PERFORM 6100-PRINT-FILE-LINE
008290         THRU 6100-PRINT-FILE-LINE-EXIT.

008300     MOVE 'MXARCH' TO WS-FL-FILE.
008310     MOVE 'YEARLY MXLOGF ARCHIVES' TO WS-FL-DESC.
008320     MOVE WS-ARCH-READ TO WS-FL-COUNT.
008330     MOVE SPACES TO WS-FL-NOTE.
008340     IF NOT WS-ARCH-AVAILABLE
008350         MOVE 'NOT AVAILABLE' TO WS-FL-NOTE
008360     END-IF.
008370     PERFORM 6100-PRINT-FILE-LINE
008380         THRU 6100-PRINT-FILE-LINE-EXIT.

008390     MOVE 'MXIOLOG' TO WS-FL-FILE.
008400     MOVE 'I/O BENCHMARK LOG (MATRIXIOBENCH)' TO WS-FL-DESC.
008410     MOVE WS-IO-READ TO WS-FL-COUNT.
008420     MOVE SPACES TO WS-FL-NOTE.
008430     IF NOT WS-IOLOG-AVAILABLE
008440         MOVE 'NOT AVAILABLE' TO WS-FL-NOTE
008450     END-IF.
008460     PERFORM 6100-PRINT-FILE-LINE
008470         THRU 6100-PRINT-FILE-LINE-EXIT.

008480     MOVE 'MXAHIST' TO WS-FL-FILE.
008490     MOVE 'PERMANENT ALERT HISTORY' TO WS-FL-DESC.
008500     MOVE WS-AHIST-READ TO WS-FL-COUNT.
008510     MOVE SPACES TO WS-FL-NOTE.
008520     IF NOT WS-AHIST-AVAILABLE
008530         MOVE 'NOT AVAILABLE' TO WS-FL-NOTE
008540     END-IF.
008550     PERFORM 6100-PRINT-FILE-LINE
008560         THRU 6100-PRINT-FILE-LINE-EXIT.

008570     MOVE 'MXJRNL' TO WS-FL-FILE.
008580     MOVE 'RUN JOURNAL' TO WS-FL-DESC.
008590     MOVE WS-JRNL-READ TO WS-FL-COUNT.
008600     MOVE SPACES TO WS-FL-NOTE.
008610     IF NOT WS-JRNL-AVAILABLE
008620         MOVE 'NOT AVAILABLE' TO WS-FL-NOTE
008630     END-IF.
008640     PERFORM 6100-PRINT-FILE-LINE
008650         THRU 6100-PRINT-FILE-LINE-EXIT.

008660     MOVE SPACES TO WS-PRINT-LINE.
008670     PERFORM 8100-WRITE-REPORT-LINE
008680         THRU 8100-WRITE-REPORT-LINE-EXIT.
008690     PERFORM 8100-WRITE-REPORT-LINE
008700         THRU 8100-WRITE-REPORT-LINE-EXIT.

008710     MOVE WS-HDG-CLASS-COLS TO WS-PRINT-LINE.
008720     PERFORM 8100-WRITE-REPORT-LINE
008730         THRU 8100-WRITE-REPORT-LINE-EXIT.
008740     MOVE SPACES TO WS-PRINT-LINE.
008750     PERFORM 8100-WRITE-REPORT-LINE
008760         THRU 8100-WRITE-REPORT-LINE-EXIT.

008770     MOVE 'LOGENV' TO WS-CL-CLASS.
008780     MOVE 'MXLOGF RUN WITH NO MXENVF RECORD' TO WS-CL-DESC.
008790     MOVE WS-EXC-LOGENV TO WS-CL-COUNT.
008800     MOVE SPACES TO WS-CL-NOTE.
008810     PERFORM 6200-PRINT-CLASS-LINE
008820         THRU 6200-PRINT-CLASS-LINE-EXIT.

008830     MOVE 'ENVLOG' TO WS-CL-CLASS.
008840     MOVE 'MXENVF RUN MISSING FROM MXLOGF AND NEVER ARCHIVED'
008850         TO WS-CL-DESC.
008860     MOVE WS-EXC-ENVLOG TO WS-CL-COUNT.
008870     MOVE SPACES TO WS-CL-NOTE.
008880     IF NOT WS-ARCH-AVAILABLE
008890         MOVE 'NOT CHECKED - NO MXARCH' TO WS-CL-NOTE
008900     ELSE
008910         IF WS-CAND-TABLE-FULL
008920             MOVE 'INCOMPLETE - CANDIDATE TABLE FULL'
008930                 TO WS-CL-NOTE
008940         END-IF
008950     END-IF.
008960     PERFORM 6200-PRINT-CLASS-LINE
008970         THRU 6200-PRINT-CLASS-LINE-EXIT.

008980     MOVE 'ALERT' TO WS-CL-CLASS.
008990     MOVE 'MXAHIST ALERT ON A DATE WITH NO MXLOGF/MXIOLOG RUN'
009000         TO WS-CL-DESC.
009010     MOVE WS-EXC-ALERT TO WS-CL-COUNT.
009020     MOVE SPACES TO WS-CL-NOTE.
009030     IF NOT WS-AHIST-AVAILABLE
009040         MOVE 'NOT CHECKED - NO MXAHIST' TO WS-CL-NOTE
009050     END-IF.
009060     PERFORM 6200-PRINT-CLASS-LINE
009070         THRU 6200-PRINT-CLASS-LINE-EXIT.

009080     MOVE 'JRNL' TO WS-CL-CLASS.
009090     MOVE 'MATRXCLC/MXIOBNCH CLOSED RC 0 WITH NO LOG RECORD'
009100         TO WS-CL-DESC.
009110     MOVE WS-EXC-JRNL TO WS-CL-COUNT.
009120     MOVE SPACES TO WS-CL-NOTE.
009130     IF NOT WS-JRNL-AVAILABLE
009140         MOVE 'NOT CHECKED - NO MXJRNL' TO WS-CL-NOTE
009150     ELSE
009160         IF NOT WS-IOLOG-AVAILABLE
009170             MOVE 'MXIOBNCH NOT CHECKED - NO MXIOLOG'
009180                 TO WS-CL-NOTE
009190         END-IF
009200     END-IF.
009210     PERFORM 6200-PRINT-CLASS-LINE
009220         THRU 6200-PRINT-CLASS-LINE-EXIT.

009230     MOVE 'MSIZE' TO WS-CL-CLASS.
009240     MOVE 'MX-LOG-M-SIZE DISAGREES WITH MX-ENV-M-SIZE'
009250         TO WS-CL-DESC.
009260     MOVE WS-EXC-MSIZE TO WS-CL-COUNT.
009270     MOVE SPACES TO WS-CL-NOTE.
009280     PERFORM 6200-PRINT-CLASS-LINE
009290         THRU 6200-PRINT-CLASS-LINE-EXIT.

009300     MOVE SPACES TO WS-PRINT-LINE.
009310     PERFORM 8100-WRITE-REPORT-LINE
009320         THRU 8100-WRITE-REPORT-LINE-EXIT.

009330     MOVE SPACES TO WS-CL-CLASS.
009340     MOVE 'TOTAL EXCEPTIONS' TO WS-CL-DESC.
009350     MOVE WS-EXC-TOTAL TO WS-CL-COUNT.
009360     MOVE SPACES TO WS-CL-NOTE.
009370     PERFORM 6200-PRINT-CLASS-LINE
009380         THRU 6200-PRINT-CLASS-LINE-EXIT.

009390     IF WS-DATE-TABLE-FULL
009400         MOVE '*** DATE TABLE FULL - ALERT AND JRNL CLASSES '
009410             TO WS-MSG-TEXT
009420         MOVE 'MAY OVERSTATE (SEE SYSOUT) ***'
009430             TO WS-MSG-TEXT (47:30)
009440         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
009450         PERFORM 8100-WRITE-REPORT-LINE
009460             THRU 8100-WRITE-REPORT-LINE-EXIT
009470     END-IF.

009480     MOVE SPACES TO WS-PRINT-LINE.
009490     PERFORM 8100-WRITE-REPORT-LINE
009500         THRU 8100-WRITE-REPORT-LINE-EXIT.

009510     IF WS-EXC-TOTAL > 0
009520         MOVE '*** FILES OUT OF STEP - SEE MXINTEX.  RC=16: '
009530             TO WS-MSG-TEXT
009540         MOVE 'MXHOUSE WILL REFUSE TO PURGE UNTIL THE AUDIT '
009550             TO WS-MSG-TEXT (46:45)
009560         MOVE 'RUNS CLEAN ***' TO WS-MSG-TEXT (91:14)
009570         MOVE WS-EXC-TOTAL TO WS-COUNT-TXT
009580         DISPLAY 'MATRIXINTEGRITYAUDIT: *** ' WS-COUNT-TXT
009590                 ' EXCEPTION(S) - FILES OUT OF STEP ***'
009600     ELSE
009610         MOVE 'FILES IN STEP - NO EXCEPTIONS FOUND.'
009620             TO WS-MSG-TEXT
009630         DISPLAY 'MATRIXINTEGRITYAUDIT: FILES IN STEP.'
009640     END-IF.
009650     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
009660     PERFORM 8100-WRITE-REPORT-LINE
009670         THRU 8100-WRITE-REPORT-LINE-EXIT.

009680 6000-PRINT-SUMMARY-EXIT.
009690     EXIT.

009700 6100-PRINT-FILE-LINE.

009710     MOVE WS-FILE-LINE TO WS-PRINT-LINE.
009720     PERFORM 8100-WRITE-REPORT-LINE
009730         THRU 8100-WRITE-REPORT-LINE-EXIT.

009740 6100-PRINT-FILE-LINE-EXIT.
009750     EXIT.

009760 6200-PRINT-CLASS-LINE.

009770     MOVE WS-CLASS-LINE TO WS-PRINT-LINE.
009780     PERFORM 8100-WRITE-REPORT-LINE
009790         THRU 8100-WRITE-REPORT-LINE-EXIT.

009800 6200-PRINT-CLASS-LINE-EXIT.
009810     EXIT.

009820*****************************************************
009830* 7000-CLOSE-FILES                                   *
009840*****************************************************
009850 7000-CLOSE-FILES.

009860     CLOSE MX-LOG-FILE.
009870     CLOSE ENV-FILE.
009880     CLOSE EXCEPTION-FILE.
009890     CLOSE REPORT-FILE.

009900     IF WS-ARCH-AVAILABLE
009910         CLOSE ARCH-FILE
009920     END-IF.

009930     IF WS-IOLOG-AVAILABLE
009940         CLOSE IO-LOG-FILE
009950     END-IF.

009960     IF WS-AHIST-AVAILABLE
009970         CLOSE AHIST-FILE
009980     END-IF.

009990     IF WS-JRNL-AVAILABLE
010000         CLOSE JRNL-FILE
010010     END-IF.

010020 7000-CLOSE-FILES-EXIT.
010030     EXIT.

010040*****************************************************
010050* 8000-PRINT-PAGE-HEADING                            *
010060*****************************************************
010070 8000-PRINT-PAGE-HEADING.

010080     ADD 1 TO WS-PAGE-COUNT.
010090     MOVE WS-PAGE-COUNT TO WS-HDG1-PAGE.

010100     WRITE REPORT-RECORD FROM WS-HDG1-LINE
010110         AFTER ADVANCING PAGE.

010120     MOVE SPACES TO REPORT-RECORD.
010130     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.

010140     MOVE 3 TO WS-LINE-COUNT.

010150 8000-PRINT-PAGE-HEADING-EXIT.
010160     EXIT.

010170*****************************************************
010180* 8100-WRITE-REPORT-LINE - writes WS-PRINT-LINE,     *
010190* breaking to a new page heading when the page is    *
010200* full.                                              *
010210*****************************************************
010220 8100-WRITE-REPORT-LINE.

010230     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
010240         PERFORM 8000-PRINT-PAGE-HEADING
010250             THRU 8000-PRINT-PAGE-HEADING-EXIT
010260     END-IF.

010270     WRITE REPORT-RECORD FROM WS-PRINT-LINE
010280         AFTER ADVANCING 1 LINE.
010290     ADD 1 TO WS-LINE-COUNT.

010300 8100-WRITE-REPORT-LINE-EXIT.
010310     EXIT.

010320*****************************************************
010330* 8200-WRITE-EXCEPTION - EXC-RECORD has been built   *
010340* by the caller; the audit date is stamped here.     *
010350*****************************************************
010360 8200-WRITE-EXCEPTION.

010370     MOVE WS-AUDIT-DATE TO EXC-AUDIT-DATE.

010380     WRITE EXC-RECORD.

010390     IF WS-MXINTEX-STATUS NOT = '00'
010400         DISPLAY 'MATRIXINTEGRITYAUDIT: MXINTEX WRITE FAILED, '
010410                 'STATUS= ' WS-MXINTEX-STATUS
010420     END-IF.

010430 8200-WRITE-EXCEPTION-EXIT.
010440     EXIT.

010450*****************************************************
010460* 8300-FIND-DATE - the WS-DT-WANTED entry of the     *
010470* date table in WS-DT-FOUND (0 = not there).  The    *
010480* files are read in date order, so the entry last    *
010490* found is tried first; the loading passes add a     *
010500* missing date, the checking passes only look.       *
010510*****************************************************
010520 8300-FIND-DATE.

010530     MOVE 0 TO WS-DT-FOUND.

010540     IF WS-DT-LAST > 0
010550         IF WS-DT-DATE (WS-DT-LAST) = WS-DT-WANTED
010560             MOVE WS-DT-LAST TO WS-DT-FOUND
010570             GO TO 8300-FIND-DATE-EXIT
010580         END-IF
010590     END-IF.

010600     PERFORM 8310-SCAN-ONE-DATE
010610         THRU 8310-SCAN-ONE-DATE-EXIT
010620         VARYING WS-DT-SUB FROM WS-DT-COUNT BY -1
010630         UNTIL WS-DT-SUB < 1
010640         OR WS-DT-FOUND > 0.

010650     IF WS-DT-FOUND > 0
010660         MOVE WS-DT-FOUND TO WS-DT-LAST
010670         GO TO 8300-FIND-DATE-EXIT
010680     END-IF.

010690     IF NOT WS-DATE-ADD-WANTED
010700         GO TO 8300-FIND-DATE-EXIT
010710     END-IF.

010720     IF WS-DT-COUNT NOT < WS-DT-MAX
010730         IF NOT WS-DATE-TABLE-FULL
010740             DISPLAY 'MATRIXINTEGRITYAUDIT: MORE THAN '
010750                     WS-DT-MAX ' RUN DATES - LATER DATES ARE '
010760                     'NOT TABLED.'
010770         END-IF
010780         SET WS-DATE-TABLE-FULL TO TRUE
010790         GO TO 8300-FIND-DATE-EXIT
010800     END-IF.

010810     ADD 1 TO WS-DT-COUNT.
010820     MOVE WS-DT-COUNT TO WS-DT-FOUND.
010830     MOVE WS-DT-FOUND TO WS-DT-LAST.
010840     MOVE WS-DT-WANTED TO WS-DT-DATE (WS-DT-FOUND).
010850     MOVE 'N' TO WS-DT-LOG-SW (WS-DT-FOUND).
010860     MOVE 'N' TO WS-DT-ARCH-SW (WS-DT-FOUND).
010870     MOVE 'N' TO WS-DT-IO-SW (WS-DT-FOUND).
010880     MOVE 'N' TO WS-DT-RESUME-SW (WS-DT-FOUND).

010890 8300-FIND-DATE-EXIT.
010900     EXIT.

010910 8310-SCAN-ONE-DATE.

010920     IF WS-DT-DATE (WS-DT-SUB) = WS-DT-WANTED
010930         MOVE WS-DT-SUB TO WS-DT-FOUND
010940     END-IF.

010950 8310-SCAN-ONE-DATE-EXIT.
010960     EXIT.

010970*****************************************************
010980* 9999-EXIT - single program exit point.             *
010990*****************************************************
011000 9999-EXIT.

011010     GOBACK.
