000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MatrixEventFeed.
000120 AUTHOR. DATA-CENTER-BATCH-SUPPORT.
000130 INSTALLATION. BENCHMARK-PERFORMANCE-MONITORING.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.

000160*****************************************************
000170* MODIFICATION HISTORY                               *
000180*-----------------------------------------------------
000190* 2026-10-15  DCB  Initial version.  Outbound event  *
000200*                  feed to the enterprise monitoring *
000210*                  product: every metric that        *
000220*                  breached on tonight's run date    *
000230*                  (MXAHIST) is sent as an OPEN      *
000240*                  event on the fixed-format MXFEED  *
000250*                  interface file (see MXFEDREC),    *
000260*                  with the severity its MXESCF      *
000270*                  streak reached and the system     *
000280*                  from MXENVF.  Open events are     *
000290*                  kept in the MXEVOPN KSDS (see     *
000300*                  MXOPNREC) so a repeat breach      *
000310*                  refreshes the same event id, and  *
000320*                  a metric whose benchmark ran      *
000330*                  tonight back under its ceiling    *
000340*                  gets a CLEAR for its open event.  *
000350*                  RC=0 nothing sent, RC=4 events    *
000360*                  written, RC=8 a required file is  *
000370*                  unusable or MXEVOPN could not be  *
000380*                  updated.                          *
000381* 2026-10-15  DCB  Packed-decimal and floating-point *
000382*                  timings from MatrixCalculation:   *
000383*                  TIME4 and TIME5 are known         *
000384*                  metrics, proved run and measured  *
000385*                  by tonight's MXARITH records and  *
000386*                  cleared against their             *
000387*                  TIME4CL/TIME5CL ceilings; the     *
000388*                  PDCHK and FPCHK self-checks clear *
000389*                  on any MXLOGF record tonight, as  *
000390*                  MXCHK does.                       *
000391*****************************************************

000400 ENVIRONMENT DIVISION.

000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT FEED-FILE ASSIGN TO MXFEED
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-MXFEED-STATUS.

000460     SELECT AHIST-FILE ASSIGN TO MXAHIST
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-MXAHST-STATUS.

000490     SELECT OPEN-FILE ASSIGN TO MXEVOPN
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS MX-OPN-METRIC
000530         FILE STATUS IS WS-MXEVOP-STATUS.

000540     SELECT ESC-FILE ASSIGN TO MXESCF
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-MXESCF-STATUS.

000570     SELECT ENV-FILE ASSIGN TO MXENVF
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-MXENVF-STATUS.

000600     SELECT MX-LOG-FILE ASSIGN TO MXLOGF
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS MX-LOG-KEY
000640         FILE STATUS IS WS-MXLOGF-STATUS.

000650     SELECT IO-LOG-FILE ASSIGN TO MXIOLOG
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-MXIOLG-STATUS.

000672     SELECT ARITH-FILE ASSIGN TO MXARITH
000674         ORGANIZATION IS SEQUENTIAL
000676         FILE STATUS IS WS-MXARTH-STATUS.

000680     SELECT PARM-FILE ASSIGN TO MXPARMF
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS MX-PARM-KEY
000720         FILE STATUS IS WS-MXPARM-STATUS.

000730 DATA DIVISION.

000740 FILE SECTION.
000750*****************************************************
000760* FEED-FILE - tonight's outbound monitoring events   *
000770* (see MXFEDREC).  Rewritten from scratch every run, *
000780* so the monitoring product never collects a stale   *
000790* night's events twice.                              *
000800*****************************************************
000810 FD  FEED-FILE
000820     RECORD CONTAINS 120 CHARACTERS
000830     LABEL RECORDS ARE STANDARD.
000840 COPY MXFEDREC.

000850*****************************************************
000860* AHIST-FILE - the permanent alert history written   *
000870* by the nightly benchmarks, one record per alert.   *
000880*****************************************************
000890 FD  AHIST-FILE
000900     RECORD CONTAINS 48 CHARACTERS
000910     LABEL RECORDS ARE STANDARD.
000920 COPY MXAHSREC.

000930*****************************************************
000940* OPEN-FILE - the events still open at the console,  *
000950* one per metric (see MXOPNREC).                     *
000960*****************************************************
000970 FD  OPEN-FILE
000980     RECORD CONTAINS 89 CHARACTERS
000990     LABEL RECORDS ARE STANDARD.
001000 COPY MXOPNREC.

001010*****************************************************
001020* ESC-FILE - tonight's escalations from              *
001030* MatrixAlertEscalate (see MXESCREC), for the streak *
001040* and severity of each breach.                       *
001050*****************************************************
001060 FD  ESC-FILE
001070     RECORD CONTAINS 52 CHARACTERS
001080     LABEL RECORDS ARE STANDARD.
001090 COPY MXESCREC.

001100*****************************************************
001110* ENV-FILE - the run-environment companion log, for  *
001120* the system tonight's run landed on.                *
001130*****************************************************
001140 FD  ENV-FILE
001150     RECORD CONTAINS 48 CHARACTERS
001160     LABEL RECORDS ARE STANDARD.
001170 COPY MXENVREC.

001180*****************************************************
001190* MX-LOG-FILE - the running performance log written  *
001200* by MatrixCalculation; tonight's records prove the  *
001210* matrix benchmark ran and give its timings.         *
001220*****************************************************
001230 FD  MX-LOG-FILE
001240     RECORD CONTAINS 93 CHARACTERS
001250     LABEL RECORDS ARE STANDARD.
001260 COPY MXLOGREC.

001270*****************************************************
001280* IO-LOG-FILE - the running I/O benchmark log        *
001290* written by MatrixIoBench, one record per run.      *
001300*****************************************************
001310 FD  IO-LOG-FILE
001320     RECORD CONTAINS 46 CHARACTERS
001330     LABEL RECORDS ARE STANDARD.
001340 COPY MXIOLREC.

001350*****************************************************
001351* ARITH-FILE - the packed-decimal and floating-point *
001352* companion log written by MatrixCalculation beside  *
001353* each MXLOGF record (see MXARTREC).                 *
001354*****************************************************
001355 FD  ARITH-FILE
001356     RECORD CONTAINS 67 CHARACTERS
001357     LABEL RECORDS ARE STANDARD.
001358 COPY MXARTREC.

001359*****************************************************
001360* PARM-FILE - the central tuning-parameter KSDS kept *
001370* by MatrixParmMaint (see MXPRMREC), supplying the   *
001380* ceilings a recovered metric is judged against.     *
001390*****************************************************
001400 FD  PARM-FILE
001410     RECORD CONTAINS 52 CHARACTERS
001420     LABEL RECORDS ARE STANDARD.
001430 COPY MXPRMREC.

001440 WORKING-STORAGE SECTION.

001450*****************************************************
001460* FILE AND LOOP CONTROL SWITCHES                     *
001470*****************************************************
001480 01  WS-MXFEED-STATUS       PIC X(02).
001490 01  WS-MXAHST-STATUS       PIC X(02).
001500 01  WS-MXEVOP-STATUS       PIC X(02).
001510 01  WS-MXESCF-STATUS       PIC X(02).
001520 01  WS-MXENVF-STATUS       PIC X(02).
001530 01  WS-MXLOGF-STATUS       PIC X(02).
001540 01  WS-MXIOLG-STATUS       PIC X(02).
001545 01  WS-MXARTH-STATUS       PIC X(02).
001550 01  WS-MXPARM-STATUS       PIC X(02).

001560 01  WS-SWITCHES.
001570     05  WS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001580         88  WS-END-OF-FILE            VALUE 'Y'.
001630     05  WS-IO-TODAY-SWITCH PIC X(01)  VALUE 'N'.
001640         88  WS-IO-TODAY-FOUND         VALUE 'Y'.
001650     05  WS-STATE-SWITCH    PIC X(01)  VALUE 'N'.
001660         88  WS-STATE-ERROR            VALUE 'Y'.

001670*****************************************************
001680* RETURN CODES - 4 says events were written to       *
001690* MXFEED; 8 says the feed could not be trusted (a    *
001700* required file, or an MXEVOPN update, failed).      *
001710* WS-MISMATCH-RC is the code a self-check failure    *
001720* carries in MXAHIST.                                *
001730*****************************************************
001740 77  WS-EVENTS-RC           PIC 9(04) COMP VALUE 4.
001750 77  WS-FAILED-RC           PIC 9(04) COMP VALUE 8.
001760 77  WS-MISMATCH-RC         PIC 9(02)      VALUE 20.

001770*****************************************************
001780* CENTRAL-PARAMETER LOOKUP STAGING - the key wanted, *
001790* the value found, and whether a usable (already     *
001800* effective) record was found at all.                *
001810*****************************************************
001820 01  WS-PARM-WANTED         PIC X(08).
001830 01  WS-PARM-NUM            PIC 9(09)  VALUE 0.
001840 01  WS-PARM-FOUND-SW       PIC X(01)  VALUE 'N'.
001850     88  WS-PARM-FOUND                 VALUE 'Y'.

001860 01  WS-TODAY-DATE          PIC 9(08).
001870 01  WS-TIME-NOW            PIC 9(08).
001880 01  WS-TIME-NOW-PARTS REDEFINES WS-TIME-NOW.
001890     05  WS-TIME-HHMMSS     PIC 9(06).
001900     05  FILLER             PIC 9(02).
001910 01  WS-SYSTEM-ID           PIC X(08)  VALUE SPACES.

001920*****************************************************
001930* KNOWN METRICS - every metric the benchmarks raise, *
001940* the load module that raises it, the MXPARMF key of *
001950* its ceiling (none for a self-check) and the log    *
001960* that proves its benchmark ran: M = MXLOGF, I =     *
001967* MXIOLOG, A = MXARITH.  A metric not listed here is *
001974* still sent OPEN, but is never cleared              *
001981* automatically.                                     *
001990*****************************************************
002000 01  WS-KNOWN-LIST.
002010     05  FILLER             PIC X(22)  VALUE
002020         'TIME1MATRXCLCTIME1CL M'.
002030     05  FILLER             PIC X(22)  VALUE
002040         'TIME2MATRXCLCTIME2CL M'.
002050     05  FILLER             PIC X(22)  VALUE
002060         'MXCHKMATRXCLC        M'.
002070     05  FILLER             PIC X(22)  VALUE
002080         'IOWRTMXIOBNCHIOWRTCL I'.
002090     05  FILLER             PIC X(22)  VALUE
002100         'IORD MXIOBNCHIORDCL  I'.
002110     05  FILLER             PIC X(22)  VALUE
002120         'IOCHKMXIOBNCH        I'.
002121     05  FILLER             PIC X(22)  VALUE
002122         'TIME4MATRXCLCTIME4CL A'.
002123     05  FILLER             PIC X(22)  VALUE
002124         'TIME5MATRXCLCTIME5CL A'.
002125     05  FILLER             PIC X(22)  VALUE
002126         'PDCHKMATRXCLC        M'.
002127     05  FILLER             PIC X(22)  VALUE
002128         'FPCHKMATRXCLC        M'.
002130 01  WS-KNOWN-TABLE REDEFINES WS-KNOWN-LIST.
002140     05  WS-KNOWN-ENTRY OCCURS 10 TIMES.
002150         10  WS-KNOWN-NAME  PIC X(05).
002160         10  WS-KNOWN-PGM   PIC X(08).
002170         10  WS-KNOWN-PARM  PIC X(08).
002180         10  WS-KNOWN-LOG   PIC X(01).
002190 77  WS-KNOWN-COUNT         PIC 9(02) COMP VALUE 10.

002200*****************************************************
002210* PER-METRIC WORK TABLE - the known metrics first,   *
002220* then any other metric met in MXAHIST or MXEVOPN.   *
002230* Each row carries its ceiling, tonight's alert and  *
002240* escalation, tonight's measurement, and whether an  *
002250* event is open for it.                              *
002260*****************************************************
002270 77  WS-MET-MAX             PIC 9(02) COMP VALUE 16.
002280 01  WS-MET-TABLE.
002290     05  WS-MET-ENTRY OCCURS 16 TIMES.
002300         10  WS-MET-NAME        PIC X(05).
002310         10  WS-MET-PGM         PIC X(08).
002320         10  WS-MET-PARM        PIC X(08).
002330         10  WS-MET-LOG         PIC X(01).
002340             88  WS-MET-ON-MXLOGF          VALUE 'M'.
002350             88  WS-MET-ON-MXIOLOG         VALUE 'I'.
002355             88  WS-MET-ON-MXARITH         VALUE 'A'.
002360         10  WS-MET-CEIL-SW     PIC X(01).
002370             88  WS-MET-HAS-CEILING        VALUE 'Y'.
002380         10  WS-MET-CEILING     PIC 9(03)V9(06).
002390         10  WS-MET-ALERT-SW    PIC X(01).
002400             88  WS-MET-ALERTED            VALUE 'Y'.
002410         10  WS-MET-ALERT-RC    PIC 9(02).
002420         10  WS-MET-ACTUAL      PIC 9(03)V9(06).
002430         10  WS-MET-THRESH      PIC 9(03)V9(06).
002440         10  WS-MET-ESC-SW      PIC X(01).
002450             88  WS-MET-ESCALATED          VALUE 'Y'.
002460         10  WS-MET-ESC-SEV     PIC X(08).
002470         10  WS-MET-ESC-CONSEC  PIC 9(03).
002480         10  WS-MET-ESC-RC      PIC 9(02).
002490         10  WS-MET-RAN-SW      PIC X(01).
002500             88  WS-MET-RAN-TONIGHT        VALUE 'Y'.
002510         10  WS-MET-TONIGHT     PIC 9(03)V9(06).
002520         10  WS-MET-OPEN-SW     PIC X(01).
002530             88  WS-MET-IS-OPEN            VALUE 'Y'.
002540 01  WS-MET-COUNT           PIC 9(02) COMP VALUE 0.
002550 01  WS-MET-SUB             PIC 9(02) COMP.
002560 01  WS-MET-FOUND           PIC 9(02) COMP.
002570 01  WS-METRIC-WANTED       PIC X(05).

002580*****************************************************
002590* TIME CONVERSION - the logs and MXAHIST carry times *
002600* edited 9(03).9(06); the ref-mod split turns them   *
002610* back into a number that can be compared.           *
002620*****************************************************
002630 01  WS-TIME-EDIT           PIC 9(03).9(06).
002640 01  WS-TIME-INT            PIC 9(03).
002650 01  WS-TIME-FRAC           PIC 9(06).
002660 01  WS-TIME-NUM            PIC 9(03)V9(06) VALUE 0.

002670*****************************************************
002680* TONIGHT'S I/O BENCHMARK - the last MXIOLOG record  *
002690* dated today (a rerun's record wins).               *
002700*****************************************************
002710 01  WS-IO-TIME-WRITE       PIC 9(03).9(06).
002720 01  WS-IO-TIME-READ        PIC 9(03).9(06).

002730*****************************************************
002740* EVENT STAGING - the id given to a newly opened     *
002750* event (run date, the feed run's start time and a   *
002760* sequence within the run), and the values of the    *
002770* event being written.                               *
002780*****************************************************
002790 01  WS-EVENT-SEQ           PIC 9(02) COMP VALUE 0.
002800 01  WS-EVENT-ID.
002810     05  WS-EVID-DATE       PIC 9(08).
002820     05  WS-EVID-TIME       PIC 9(06).
002830     05  WS-EVID-SEQ        PIC 9(02).
002840 01  WS-EVT-SEVERITY        PIC X(08).
002850 01  WS-EVT-CEILING         PIC 9(03)V9(06).
002860 01  WS-EVT-CEIL-SW         PIC X(01).
002870     88  WS-EVT-HAS-CEILING            VALUE 'Y'.

002880*****************************************************
002890* COUNTS                                             *
002900*****************************************************
002910 01  WS-NEW-COUNT           PIC 9(03) COMP VALUE 0.
002920 01  WS-REFRESH-COUNT       PIC 9(03) COMP VALUE 0.
002930 01  WS-CLEAR-COUNT         PIC 9(03) COMP VALUE 0.
002940 01  WS-STILL-OPEN-COUNT    PIC 9(03) COMP VALUE 0.
002950 01  WS-FEED-COUNT          PIC 9(03) COMP VALUE 0.
002960 01  WS-COUNT-TXT           PIC ZZ9.
002970 01  WS-COUNT-TXT2          PIC ZZ9.
002980 01  WS-COUNT-TXT3          PIC ZZ9.
002990 01  WS-COUNT-TXT4          PIC ZZ9.

003000 PROCEDURE DIVISION.

003010*****************************************************
003020* 0000-MAINLINE                                      *
003030*****************************************************
003040 0000-MAINLINE.

003050     PERFORM 1000-INITIALIZE
003060         THRU 1000-INITIALIZE-EXIT.

003070     PERFORM 2000-OPEN-FILES
003080         THRU 2000-OPEN-FILES-EXIT.

003090     PERFORM 3000-LOAD-TONIGHTS-ALERTS
003100         THRU 3000-LOAD-TONIGHTS-ALERTS-EXIT.

003110     PERFORM 3500-LOAD-ESCALATIONS
003120         THRU 3500-LOAD-ESCALATIONS-EXIT.

003130     PERFORM 3700-LOAD-SYSTEM-ID
003140         THRU 3700-LOAD-SYSTEM-ID-EXIT.

003150     PERFORM 4000-LOAD-OPEN-EVENTS
003160         THRU 4000-LOAD-OPEN-EVENTS-EXIT.

003170     PERFORM 4500-LOAD-MATRIX-LOG
003180         THRU 4500-LOAD-MATRIX-LOG-EXIT.

003190     PERFORM 4700-LOAD-IO-LOG
003200         THRU 4700-LOAD-IO-LOG-EXIT.

003203     PERFORM 4900-LOAD-ARITH-LOG
003206         THRU 4900-LOAD-ARITH-LOG-EXIT.

003210     PERFORM 5000-RAISE-OPEN-EVENTS
003220         THRU 5000-RAISE-OPEN-EVENTS-EXIT.

003230     PERFORM 6000-CLEAR-RECOVERED-EVENTS
003240         THRU 6000-CLEAR-RECOVERED-EVENTS-EXIT.

003250     PERFORM 7000-CLOSE-FILES
003260         THRU 7000-CLOSE-FILES-EXIT.

003270     GO TO 9999-EXIT.

003280*****************************************************
003290* 1000-INITIALIZE - today, the event-id stem, the    *
003300* known-metric rows and their MXPARMF ceilings.      *
003310*****************************************************
003320 1000-INITIALIZE.

003330     MOVE 0 TO RETURN-CODE.

003340     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
003350     ACCEPT WS-TIME-NOW FROM TIME.

003360     MOVE WS-TODAY-DATE TO WS-EVID-DATE.
003370     MOVE WS-TIME-HHMMSS TO WS-EVID-TIME.

003380     PERFORM 1010-LOAD-KNOWN-METRIC
003390         THRU 1010-LOAD-KNOWN-METRIC-EXIT
003400         VARYING WS-MET-SUB FROM 1 BY 1
003410         UNTIL WS-MET-SUB > WS-KNOWN-COUNT.

003420     MOVE WS-KNOWN-COUNT TO WS-MET-COUNT.

003430     PERFORM 1100-LOAD-PARAMETERS
003440         THRU 1100-LOAD-PARAMETERS-EXIT.

003450 1000-INITIALIZE-EXIT.
003460     EXIT.

003470 1010-LOAD-KNOWN-METRIC.

003480     INITIALIZE WS-MET-ENTRY (WS-MET-SUB).
003490     MOVE WS-KNOWN-NAME (WS-MET-SUB)
003500         TO WS-MET-NAME (WS-MET-SUB).
003510     MOVE WS-KNOWN-PGM (WS-MET-SUB)
003520         TO WS-MET-PGM (WS-MET-SUB).
003530     MOVE WS-KNOWN-PARM (WS-MET-SUB)
003540         TO WS-MET-PARM (WS-MET-SUB).
003550     MOVE WS-KNOWN-LOG (WS-MET-SUB)
003560         TO WS-MET-LOG (WS-MET-SUB).

003570 1010-LOAD-KNOWN-METRIC-EXIT.
003580     EXIT.

003590*****************************************************
003600* 1100-LOAD-PARAMETERS - the current ceiling of each *
003610* metric that has one, out of the central MXPARMF    *
003620* KSDS.  A missing file or key leaves the metric to  *
003630* be judged against the threshold its open event was *
003640* raised at.                                         *
003650*****************************************************
003660 1100-LOAD-PARAMETERS.

003670     OPEN INPUT PARM-FILE.

003680     IF WS-MXPARM-STATUS NOT = '00'
003690         DISPLAY 'MATRIXEVENTFEED: MXPARMF NOT AVAILABLE, '
003700                 'STATUS= ' WS-MXPARM-STATUS
003710                 ' - USING EACH OPEN EVENT''S THRESHOLD.'
003720         GO TO 1100-LOAD-PARAMETERS-EXIT
003730     END-IF.

003740     PERFORM 1120-LOAD-ONE-CEILING
003750         THRU 1120-LOAD-ONE-CEILING-EXIT
003760         VARYING WS-MET-SUB FROM 1 BY 1
003770         UNTIL WS-MET-SUB > WS-MET-COUNT.

003780     CLOSE PARM-FILE.

003790 1100-LOAD-PARAMETERS-EXIT.
003800     EXIT.

003810*****************************************************
003820* 1110-GET-ONE-PARM - random read of one MXPARMF key *
003830* into the WS-PARM staging fields; found means found *
003840* AND already effective today.                       *
003850*****************************************************
003860 1110-GET-ONE-PARM.

003870     MOVE 'N' TO WS-PARM-FOUND-SW.
003880     MOVE WS-PARM-WANTED TO MX-PARM-KEY.

003890     READ PARM-FILE
003900         INVALID KEY
003910             CONTINUE
003920         NOT INVALID KEY
003930             IF MX-PARM-EFF-DATE NOT > WS-TODAY-DATE
003940                 MOVE 'Y' TO WS-PARM-FOUND-SW
003950                 MOVE MX-PARM-VALUE TO WS-PARM-NUM
003960             END-IF
003970     END-READ.

003980 1110-GET-ONE-PARM-EXIT.
003990     EXIT.

004000 1120-LOAD-ONE-CEILING.

004010     IF WS-MET-PARM (WS-MET-SUB) = SPACES
004020         GO TO 1120-LOAD-ONE-CEILING-EXIT
004030     END-IF.

004040     MOVE WS-MET-PARM (WS-MET-SUB) TO WS-PARM-WANTED.
004050     PERFORM 1110-GET-ONE-PARM
004060         THRU 1110-GET-ONE-PARM-EXIT.

004070     IF WS-PARM-FOUND AND WS-PARM-NUM > 0
004080         AND WS-PARM-NUM < 1000
004090         MOVE 'Y' TO WS-MET-CEIL-SW (WS-MET-SUB)
004100         MOVE WS-PARM-NUM TO WS-MET-CEILING (WS-MET-SUB)
004110     END-IF.

004120 1120-LOAD-ONE-CEILING-EXIT.
004130     EXIT.

004140*****************************************************
004150* 2000-OPEN-FILES - MXFEED is rewritten from scratch *
004160* every run, the same reset idiom MXESCF gets, so a  *
004170* failed or clean night leaves an EMPTY feed.        *
004180* MXAHIST and MXEVOPN are required; an MXEVOPN not   *
004190* yet loaded (status 05/35) is created empty.        *
004200*****************************************************
004210 2000-OPEN-FILES.

004220     OPEN OUTPUT FEED-FILE.

004230     IF WS-MXFEED-STATUS NOT = '00'
004240         DISPLAY 'MATRIXEVENTFEED: MXFEED NOT AVAILABLE, '
004250                 'STATUS= ' WS-MXFEED-STATUS
004260         MOVE WS-FAILED-RC TO RETURN-CODE
004270         GO TO 9999-EXIT
004280     END-IF.

004290     OPEN INPUT AHIST-FILE.

004300     IF WS-MXAHST-STATUS NOT = '00'
004310         DISPLAY 'MATRIXEVENTFEED: MXAHIST NOT AVAILABLE, '
004320                 'STATUS= ' WS-MXAHST-STATUS
004330         CLOSE FEED-FILE
004340         MOVE WS-FAILED-RC TO RETURN-CODE
004350         GO TO 9999-EXIT
004360     END-IF.

004370     OPEN I-O OPEN-FILE.

004380     IF WS-MXEVOP-STATUS = '05' OR WS-MXEVOP-STATUS = '35'
004390         OPEN OUTPUT OPEN-FILE
004400         CLOSE OPEN-FILE
004410         OPEN I-O OPEN-FILE
004420         DISPLAY 'MATRIXEVENTFEED: MXEVOPN WAS EMPTY - '
004430                 'CREATED.'
004440     END-IF.

004450     IF WS-MXEVOP-STATUS NOT = '00'
004460         DISPLAY 'MATRIXEVENTFEED: MXEVOPN NOT AVAILABLE, '
004470                 'STATUS= ' WS-MXEVOP-STATUS
004480         CLOSE FEED-FILE
004490         CLOSE AHIST-FILE
004500         MOVE WS-FAILED-RC TO RETURN-CODE
004510         GO TO 9999-EXIT
004520     END-IF.

004530 2000-OPEN-FILES-EXIT.
004540     EXIT.

004550*****************************************************
004560* 3000-LOAD-TONIGHTS-ALERTS - every MXAHIST record   *
004570* dated today marks its metric alerted.  A metric    *
004580* alerted more than once tonight (one TIME2 alert    *
004590* per sweep size) keeps its worst actual, and a      *
004600* self-check code is never overwritten.              *
004610*****************************************************
004620 3000-LOAD-TONIGHTS-ALERTS.

004630     MOVE 'N' TO WS-EOF-SWITCH.

004640     PERFORM 3100-READ-ALERT-RECORD
004650         THRU 3100-READ-ALERT-RECORD-EXIT
004660         UNTIL WS-END-OF-FILE.

004670     CLOSE AHIST-FILE.

004680 3000-LOAD-TONIGHTS-ALERTS-EXIT.
004690     EXIT.

004700 3100-READ-ALERT-RECORD.

004710     READ AHIST-FILE
004720         AT END
004730             MOVE 'Y' TO WS-EOF-SWITCH
004740             GO TO 3100-READ-ALERT-RECORD-EXIT
004750     END-READ.

004760     IF MX-AHIST-RUN-DATE NOT = WS-TODAY-DATE
004770         GO TO 3100-READ-ALERT-RECORD-EXIT
004780     END-IF.

004790     MOVE MX-AHIST-METRIC TO WS-METRIC-WANTED.
004800     PERFORM 3300-FIND-METRIC-ROW
004810         THRU 3300-FIND-METRIC-ROW-EXIT.

004820     IF WS-MET-FOUND = 0
004830         GO TO 3100-READ-ALERT-RECORD-EXIT
004840     END-IF.

004850     MOVE WS-MET-FOUND TO WS-MET-SUB.

004860     MOVE MX-AHIST-ACTUAL TO WS-TIME-EDIT.
004870     PERFORM 3900-CONVERT-TIME
004880         THRU 3900-CONVERT-TIME-EXIT.

004890     IF NOT WS-MET-ALERTED (WS-MET-SUB)
004900         OR WS-TIME-NUM > WS-MET-ACTUAL (WS-MET-SUB)
004910         MOVE WS-TIME-NUM TO WS-MET-ACTUAL (WS-MET-SUB)
004920         MOVE MX-AHIST-THRESHOLD TO WS-TIME-EDIT
004930         PERFORM 3900-CONVERT-TIME
004940             THRU 3900-CONVERT-TIME-EXIT
004950         MOVE WS-TIME-NUM TO WS-MET-THRESH (WS-MET-SUB)
004960     END-IF.

004970     IF WS-MET-ALERT-RC (WS-MET-SUB) NOT = WS-MISMATCH-RC
004980         MOVE MX-AHIST-RETURN-CODE
004990             TO WS-MET-ALERT-RC (WS-MET-SUB)
005000     END-IF.

005010     MOVE 'Y' TO WS-MET-ALERT-SW (WS-MET-SUB).

005020 3100-READ-ALERT-RECORD-EXIT.
005030     EXIT.

005040*****************************************************
005050* 3300-FIND-METRIC-ROW - locates (or opens) the row  *
005060* for WS-METRIC-WANTED; a metric the suite does not  *
005070* know gets a row with no source, ceiling or log.    *
005080* More metrics than the table holds drops the excess *
005090* with a message.                                    *
005100*****************************************************
005110 3300-FIND-METRIC-ROW.

005120     MOVE 0 TO WS-MET-FOUND.

005130     PERFORM 3310-MATCH-METRIC-ROW
005140         THRU 3310-MATCH-METRIC-ROW-EXIT
005150         VARYING WS-MET-SUB FROM 1 BY 1
005160         UNTIL WS-MET-SUB > WS-MET-COUNT
005170         OR WS-MET-FOUND > 0.

005180     IF WS-MET-FOUND > 0
005190         GO TO 3300-FIND-METRIC-ROW-EXIT
005200     END-IF.

005210     IF WS-MET-COUNT NOT < WS-MET-MAX
005220         DISPLAY 'MATRIXEVENTFEED: METRIC TABLE FULL - '
005230                 WS-METRIC-WANTED ' IGNORED.'
005240         GO TO 3300-FIND-METRIC-ROW-EXIT
005250     END-IF.

005260     ADD 1 TO WS-MET-COUNT.
005270     MOVE WS-MET-COUNT TO WS-MET-FOUND.
005280     INITIALIZE WS-MET-ENTRY (WS-MET-COUNT).
005290     MOVE WS-METRIC-WANTED TO WS-MET-NAME (WS-MET-COUNT).
005300     MOVE 'UNKNOWN ' TO WS-MET-PGM (WS-MET-COUNT).

005310 3300-FIND-METRIC-ROW-EXIT.
005320     EXIT.

005330 3310-MATCH-METRIC-ROW.

005340     IF WS-MET-NAME (WS-MET-SUB) = WS-METRIC-WANTED
005350         MOVE WS-MET-SUB TO WS-MET-FOUND
005360     END-IF.

005370 3310-MATCH-METRIC-ROW-EXIT.
005380     EXIT.

005390*****************************************************
005400* 3500-LOAD-ESCALATIONS - tonight's MXESCF records   *
005410* give each breach its streak and severity.  Only    *
005420* records dated today count: after a failed          *
005430* escalation step MXESCF still holds the previous    *
005440* night.  No MXESCF leaves every breach at MINOR.    *
005450*****************************************************
005460 3500-LOAD-ESCALATIONS.

005470     OPEN INPUT ESC-FILE.

005480     IF WS-MXESCF-STATUS NOT = '00'
005490         DISPLAY 'MATRIXEVENTFEED: MXESCF NOT AVAILABLE, '
005500                 'STATUS= ' WS-MXESCF-STATUS
005510                 ' - BREACHES SENT WITHOUT A STREAK.'
005520         GO TO 3500-LOAD-ESCALATIONS-EXIT
005530     END-IF.

005540     MOVE 'N' TO WS-EOF-SWITCH.

005550     PERFORM 3600-READ-ESC-RECORD
005560         THRU 3600-READ-ESC-RECORD-EXIT
005570         UNTIL WS-END-OF-FILE.

005580     CLOSE ESC-FILE.

005590 3500-LOAD-ESCALATIONS-EXIT.
005600     EXIT.

005610 3600-READ-ESC-RECORD.

005620     READ ESC-FILE
005630         AT END
005640             MOVE 'Y' TO WS-EOF-SWITCH
005650             GO TO 3600-READ-ESC-RECORD-EXIT
005660     END-READ.

005670     IF MX-ESC-RUN-DATE NOT = WS-TODAY-DATE
005680         GO TO 3600-READ-ESC-RECORD-EXIT
005690     END-IF.

005700     MOVE MX-ESC-METRIC TO WS-METRIC-WANTED.
005710     PERFORM 3300-FIND-METRIC-ROW
005720         THRU 3300-FIND-METRIC-ROW-EXIT.

005730     IF WS-MET-FOUND = 0
005740         GO TO 3600-READ-ESC-RECORD-EXIT
005750     END-IF.

005760     MOVE WS-MET-FOUND TO WS-MET-SUB.
005770     MOVE 'Y' TO WS-MET-ESC-SW (WS-MET-SUB).
005780     MOVE MX-ESC-SEVERITY TO WS-MET-ESC-SEV (WS-MET-SUB).
005790     MOVE MX-ESC-CONSEC TO WS-MET-ESC-CONSEC (WS-MET-SUB).
005800     MOVE MX-ESC-RETURN-CODE TO WS-MET-ESC-RC (WS-MET-SUB).

005810 3600-READ-ESC-RECORD-EXIT.
005820     EXIT.

005830*****************************************************
005840* 3700-LOAD-SYSTEM-ID - the system of the last       *
005850* MXENVF record dated today (a rerun's record wins). *
005860* Without one, an event keeps the system it was      *
005870* opened on.                                         *
005880*****************************************************
005890 3700-LOAD-SYSTEM-ID.

005900     OPEN INPUT ENV-FILE.

005910     IF WS-MXENVF-STATUS NOT = '00'
005920         DISPLAY 'MATRIXEVENTFEED: MXENVF NOT AVAILABLE, '
005930                 'STATUS= ' WS-MXENVF-STATUS
005940                 ' - NO SYSTEM-ID FOR TONIGHT.'
005950         GO TO 3700-LOAD-SYSTEM-ID-EXIT
005960     END-IF.

005970     MOVE 'N' TO WS-EOF-SWITCH.

005980     PERFORM 3800-READ-ENV-RECORD
005990         THRU 3800-READ-ENV-RECORD-EXIT
006000         UNTIL WS-END-OF-FILE.

006010     CLOSE ENV-FILE.

006020 3700-LOAD-SYSTEM-ID-EXIT.
006030     EXIT.

006040 3800-READ-ENV-RECORD.

006050     READ ENV-FILE
006060         AT END
006070             MOVE 'Y' TO WS-EOF-SWITCH
006080         NOT AT END
006090             IF MX-ENV-RUN-DATE = WS-TODAY-DATE
006100                 MOVE MX-ENV-SYSTEM-ID TO WS-SYSTEM-ID
006110             END-IF
006120     END-READ.

006130 3800-READ-ENV-RECORD-EXIT.
006140     EXIT.

006150*****************************************************
006160* 3900-CONVERT-TIME - WS-TIME-EDIT (9(03).9(06))     *
006170* into the comparable WS-TIME-NUM.                   *
006180*****************************************************
006190 3900-CONVERT-TIME.

006200     MOVE WS-TIME-EDIT (1:3) TO WS-TIME-INT.
006210     MOVE WS-TIME-EDIT (5:6) TO WS-TIME-FRAC.

006220     COMPUTE WS-TIME-NUM =
006230         WS-TIME-INT + (WS-TIME-FRAC / 1000000).

006240 3900-CONVERT-TIME-EXIT.
006250     EXIT.

006260*****************************************************
006270* 4000-LOAD-OPEN-EVENTS - browses MXEVOPN from the   *
006280* lowest key and marks every metric with an event    *
006290* still open at the console.                         *
006300*****************************************************
006310 4000-LOAD-OPEN-EVENTS.

006320     MOVE 'N' TO WS-EOF-SWITCH.
006330     MOVE LOW-VALUES TO MX-OPN-METRIC.

006340     START OPEN-FILE KEY NOT < MX-OPN-METRIC
006350         INVALID KEY
006360             MOVE 'Y' TO WS-EOF-SWITCH
006370     END-START.

006380     PERFORM 4100-READ-OPEN-RECORD
006390         THRU 4100-READ-OPEN-RECORD-EXIT
006400         UNTIL WS-END-OF-FILE.

006410 4000-LOAD-OPEN-EVENTS-EXIT.
006420     EXIT.

006430 4100-READ-OPEN-RECORD.

006440     READ OPEN-FILE NEXT
006450         AT END
006460             MOVE 'Y' TO WS-EOF-SWITCH
006470             GO TO 4100-READ-OPEN-RECORD-EXIT
006480     END-READ.

006490     MOVE MX-OPN-METRIC TO WS-METRIC-WANTED.
006500     PERFORM 3300-FIND-METRIC-ROW
006510         THRU 3300-FIND-METRIC-ROW-EXIT.

006520     IF WS-MET-FOUND > 0
006530         MOVE 'Y' TO WS-MET-OPEN-SW (WS-MET-FOUND)
006540     END-IF.

006550 4100-READ-OPEN-RECORD-EXIT.
006560     EXIT.

006570*****************************************************
006580* 4500-LOAD-MATRIX-LOG - STARTs the MXLOGF browse on *
006590* today: any record proves the matrix benchmark ran  *
006598* and passed its self-checks, MXCHK, PDCHK and FPCHK *
006606* alike (a failed self-check logs nothing), and the  *
006614* worst TIME1/TIME2 across tonight's sweep sizes is  *
006622* its measurement.                                   *
006630*****************************************************
006640 4500-LOAD-MATRIX-LOG.

006650     OPEN INPUT MX-LOG-FILE.

006660     IF WS-MXLOGF-STATUS NOT = '00'
006670         DISPLAY 'MATRIXEVENTFEED: MXLOGF NOT AVAILABLE, '
006680                 'STATUS= ' WS-MXLOGF-STATUS
006690                 ' - MATRIX EVENTS LEFT OPEN.'
006700         GO TO 4500-LOAD-MATRIX-LOG-EXIT
006710     END-IF.

006730     MOVE 'N' TO WS-EOF-SWITCH.
006740     MOVE WS-TODAY-DATE TO MX-LOG-RUN-DATE.
006750     MOVE 0 TO MX-LOG-RUN-SEQ.

006760     START MX-LOG-FILE KEY NOT < MX-LOG-KEY
006770         INVALID KEY
006780             MOVE 'Y' TO WS-EOF-SWITCH
006790     END-START.

006800     PERFORM 4600-READ-LOG-RECORD
006810         THRU 4600-READ-LOG-RECORD-EXIT
006820         UNTIL WS-END-OF-FILE.

006830     CLOSE MX-LOG-FILE.

006840 4500-LOAD-MATRIX-LOG-EXIT.
006850     EXIT.

006860 4600-READ-LOG-RECORD.

006870     READ MX-LOG-FILE NEXT
006880         AT END
006890             MOVE 'Y' TO WS-EOF-SWITCH
006900             GO TO 4600-READ-LOG-RECORD-EXIT
006910     END-READ.

006920     IF MX-LOG-RUN-DATE NOT = WS-TODAY-DATE
006930         MOVE 'Y' TO WS-EOF-SWITCH
006940         GO TO 4600-READ-LOG-RECORD-EXIT
006950     END-IF.

006960     MOVE 'MXCHK' TO WS-METRIC-WANTED.
006970     PERFORM 4650-POST-TONIGHT
006980         THRU 4650-POST-TONIGHT-EXIT.

006981     MOVE 'PDCHK' TO WS-METRIC-WANTED.
006982     PERFORM 4650-POST-TONIGHT
006983         THRU 4650-POST-TONIGHT-EXIT.

006984     MOVE 'FPCHK' TO WS-METRIC-WANTED.
006985     PERFORM 4650-POST-TONIGHT
006986         THRU 4650-POST-TONIGHT-EXIT.

006990     MOVE 'TIME1' TO WS-METRIC-WANTED.
007000     MOVE MX-LOG-TIME1 TO WS-TIME-EDIT.
007010     PERFORM 3900-CONVERT-TIME
007020         THRU 3900-CONVERT-TIME-EXIT.
007030     PERFORM 4650-POST-TONIGHT
007040         THRU 4650-POST-TONIGHT-EXIT.

007050     MOVE 'TIME2' TO WS-METRIC-WANTED.
007060     MOVE MX-LOG-TIME2 TO WS-TIME-EDIT.
007070     PERFORM 3900-CONVERT-TIME
007080         THRU 3900-CONVERT-TIME-EXIT.
007090     PERFORM 4650-POST-TONIGHT
007100         THRU 4650-POST-TONIGHT-EXIT.

007110 4600-READ-LOG-RECORD-EXIT.
007120     EXIT.

007130*****************************************************
007140* 4650-POST-TONIGHT - marks WS-METRIC-WANTED as run  *
007150* tonight, keeping the worst measurement; a          *
007160* self-check posts zero.                             *
007170*****************************************************
007180 4650-POST-TONIGHT.

007190     IF WS-METRIC-WANTED = 'MXCHK' OR 'IOCHK'
007195                           OR 'PDCHK' OR 'FPCHK'
007200         MOVE 0 TO WS-TIME-NUM
007210     END-IF.

007220     PERFORM 3300-FIND-METRIC-ROW
007230         THRU 3300-FIND-METRIC-ROW-EXIT.

007240     IF WS-MET-FOUND = 0
007250         GO TO 4650-POST-TONIGHT-EXIT
007260     END-IF.

007270     MOVE WS-MET-FOUND TO WS-MET-SUB.

007280     IF NOT WS-MET-RAN-TONIGHT (WS-MET-SUB)
007290         OR WS-TIME-NUM > WS-MET-TONIGHT (WS-MET-SUB)
007300         MOVE WS-TIME-NUM TO WS-MET-TONIGHT (WS-MET-SUB)
007310     END-IF.

007320     MOVE 'Y' TO WS-MET-RAN-SW (WS-MET-SUB).

007330 4650-POST-TONIGHT-EXIT.
007340     EXIT.

007350*****************************************************
007360* 4700-LOAD-IO-LOG - MXIOLOG is sequential in run    *
007370* order; the last record dated today is tonight's    *
007380* I/O benchmark.                                     *
007390*****************************************************
007400 4700-LOAD-IO-LOG.

007410     OPEN INPUT IO-LOG-FILE.

007420     IF WS-MXIOLG-STATUS NOT = '00'
007430         DISPLAY 'MATRIXEVENTFEED: MXIOLOG NOT AVAILABLE, '
007440                 'STATUS= ' WS-MXIOLG-STATUS
007450                 ' - I/O EVENTS LEFT OPEN.'
007460         GO TO 4700-LOAD-IO-LOG-EXIT
007470     END-IF.

007490     MOVE 'N' TO WS-EOF-SWITCH.

007500     PERFORM 4800-READ-IO-RECORD
007510         THRU 4800-READ-IO-RECORD-EXIT
007520         UNTIL WS-END-OF-FILE.

007530     CLOSE IO-LOG-FILE.

007540     IF NOT WS-IO-TODAY-FOUND
007550         GO TO 4700-LOAD-IO-LOG-EXIT
007560     END-IF.

007570     MOVE 'IOCHK' TO WS-METRIC-WANTED.
007580     PERFORM 4650-POST-TONIGHT
007590         THRU 4650-POST-TONIGHT-EXIT.

007600     MOVE 'IOWRT' TO WS-METRIC-WANTED.
007610     MOVE WS-IO-TIME-WRITE TO WS-TIME-EDIT.
007620     PERFORM 3900-CONVERT-TIME
007630         THRU 3900-CONVERT-TIME-EXIT.
007640     PERFORM 4650-POST-TONIGHT
007650         THRU 4650-POST-TONIGHT-EXIT.

007660     MOVE 'IORD ' TO WS-METRIC-WANTED.
007670     MOVE WS-IO-TIME-READ TO WS-TIME-EDIT.
007680     PERFORM 3900-CONVERT-TIME
007690         THRU 3900-CONVERT-TIME-EXIT.
007700     PERFORM 4650-POST-TONIGHT
007710         THRU 4650-POST-TONIGHT-EXIT.

007720 4700-LOAD-IO-LOG-EXIT.
007730     EXIT.

007740 4800-READ-IO-RECORD.

007750     READ IO-LOG-FILE
007760         AT END
007770             MOVE 'Y' TO WS-EOF-SWITCH
007780         NOT AT END
007790             IF IO-LOG-RUN-DATE = WS-TODAY-DATE
007800                 MOVE 'Y' TO WS-IO-TODAY-SWITCH
007810                 MOVE IO-LOG-TIME-WRITE TO WS-IO-TIME-WRITE
007820                 MOVE IO-LOG-TIME-READ TO WS-IO-TIME-READ
007830             END-IF
007840     END-READ.

007850 4800-READ-IO-RECORD-EXIT.
007851     EXIT.

007852*****************************************************
007853* 4900-LOAD-ARITH-LOG - MXARITH is sequential in run *
007854* order, one record per logged sweep size; the worst *
007855* TIME4/TIME5 across the records dated today is      *
007856* tonight's measurement.  No MXARITH, or no record   *
007857* today, leaves their events open.                   *
007858*****************************************************
007859 4900-LOAD-ARITH-LOG.

007860     OPEN INPUT ARITH-FILE.

007861     IF WS-MXARTH-STATUS NOT = '00'
007862         DISPLAY 'MATRIXEVENTFEED: MXARITH NOT AVAILABLE, '
007863                 'STATUS= ' WS-MXARTH-STATUS
007864                 ' - PACKED/FLOAT EVENTS LEFT OPEN.'
007865         GO TO 4900-LOAD-ARITH-LOG-EXIT
007866     END-IF.

007867     MOVE 'N' TO WS-EOF-SWITCH.

007868     PERFORM 4950-READ-ARITH-RECORD
007869         THRU 4950-READ-ARITH-RECORD-EXIT
007870         UNTIL WS-END-OF-FILE.

007871     CLOSE ARITH-FILE.

007872 4900-LOAD-ARITH-LOG-EXIT.
007873     EXIT.

007874 4950-READ-ARITH-RECORD.

007875     READ ARITH-FILE
007876         AT END
007877             MOVE 'Y' TO WS-EOF-SWITCH
007878             GO TO 4950-READ-ARITH-RECORD-EXIT
007879     END-READ.

007880     IF MX-ART-RUN-DATE NOT = WS-TODAY-DATE
007881         GO TO 4950-READ-ARITH-RECORD-EXIT
007882     END-IF.

007883     MOVE 'TIME4' TO WS-METRIC-WANTED.
007884     MOVE MX-ART-TIME4 TO WS-TIME-EDIT.
007885     PERFORM 3900-CONVERT-TIME
007886         THRU 3900-CONVERT-TIME-EXIT.
007887     PERFORM 4650-POST-TONIGHT
007888         THRU 4650-POST-TONIGHT-EXIT.

007889     MOVE 'TIME5' TO WS-METRIC-WANTED.
007890     MOVE MX-ART-TIME5 TO WS-TIME-EDIT.
007891     PERFORM 3900-CONVERT-TIME
007892         THRU 3900-CONVERT-TIME-EXIT.
007893     PERFORM 4650-POST-TONIGHT
007894         THRU 4650-POST-TONIGHT-EXIT.

007895 4950-READ-ARITH-RECORD-EXIT.
007896     EXIT.

007897*****************************************************
007898* 5000-RAISE-OPEN-EVENTS - one OPEN event per metric *
007899* that breached tonight: a metric with an event      *
007900* already open refreshes it under the same id, any   *
007910* other gets a new id and an MXEVOPN record.         *
007920*****************************************************
007930 5000-RAISE-OPEN-EVENTS.

007940     PERFORM 5100-RAISE-ONE-EVENT
007950         THRU 5100-RAISE-ONE-EVENT-EXIT
007960         VARYING WS-MET-SUB FROM 1 BY 1
007970         UNTIL WS-MET-SUB > WS-MET-COUNT.

007980 5000-RAISE-OPEN-EVENTS-EXIT.
007990     EXIT.

008000 5100-RAISE-ONE-EVENT.

008010     IF NOT WS-MET-ALERTED (WS-MET-SUB)
008020         GO TO 5100-RAISE-ONE-EVENT-EXIT
008030     END-IF.

008040     PERFORM 5200-SET-SEVERITY
008050         THRU 5200-SET-SEVERITY-EXIT.

008060     MOVE WS-MET-NAME (WS-MET-SUB) TO MX-OPN-METRIC.

008070     IF WS-MET-IS-OPEN (WS-MET-SUB)
008080         READ OPEN-FILE
008090             INVALID KEY
008100                 MOVE 'N' TO WS-MET-OPEN-SW (WS-MET-SUB)
008110         END-READ
008120     END-IF.

008130     IF NOT WS-MET-IS-OPEN (WS-MET-SUB)
008140         ADD 1 TO WS-EVENT-SEQ
008150         MOVE WS-EVENT-SEQ TO WS-EVID-SEQ
008160         MOVE SPACES TO MX-OPN-RECORD
008170         MOVE WS-MET-NAME (WS-MET-SUB) TO MX-OPN-METRIC
008180         MOVE WS-EVENT-ID TO MX-OPN-EVENT-ID
008190         MOVE WS-TODAY-DATE TO MX-OPN-OPEN-DATE
008200     END-IF.

008210     MOVE WS-MET-PGM (WS-MET-SUB) TO MX-OPN-SOURCE-PGM.
008220     MOVE WS-EVT-SEVERITY TO MX-OPN-SEVERITY.
008230     MOVE WS-TODAY-DATE TO MX-OPN-LAST-DATE.
008240     MOVE WS-MET-ACTUAL (WS-MET-SUB) TO MX-OPN-ACTUAL.
008250     MOVE WS-MET-THRESH (WS-MET-SUB) TO MX-OPN-THRESHOLD.
008260     IF WS-SYSTEM-ID NOT = SPACES
008270         MOVE WS-SYSTEM-ID TO MX-OPN-SYSTEM-ID
008280     END-IF.

008290     IF WS-MET-IS-OPEN (WS-MET-SUB)
008300         REWRITE MX-OPN-RECORD
008310         ADD 1 TO WS-REFRESH-COUNT
008320     ELSE
008330         WRITE MX-OPN-RECORD
008340         ADD 1 TO WS-NEW-COUNT
008350     END-IF.

008360     IF WS-MXEVOP-STATUS NOT = '00'
008370         DISPLAY 'MATRIXEVENTFEED: MXEVOPN UPDATE FAILED FOR '
008380                 WS-MET-NAME (WS-MET-SUB)
008390                 ', STATUS= ' WS-MXEVOP-STATUS
008400         MOVE 'Y' TO WS-STATE-SWITCH
008410     END-IF.

008420     MOVE SPACES TO MX-FEED-RECORD.
008430     SET MX-FEED-OPEN TO TRUE.
008440     MOVE WS-MET-ESC-CONSEC (WS-MET-SUB) TO MX-FEED-CONSEC.
008450     MOVE WS-MET-ACTUAL (WS-MET-SUB) TO MX-FEED-ACTUAL.
008460     MOVE WS-MET-THRESH (WS-MET-SUB) TO MX-FEED-THRESHOLD.

008470     PERFORM 8000-WRITE-FEED-RECORD
008480         THRU 8000-WRITE-FEED-RECORD-EXIT.

008490 5100-RAISE-ONE-EVENT-EXIT.
008500     EXIT.

008510*****************************************************
008520* 5200-SET-SEVERITY - the console severity of a      *
008530* breach: an acknowledged breach (MXESCF RC=00) is   *
008540* WARNING whatever its streak; a self-check failure  *
008550* is CRITICAL; otherwise the MXESCF streak decides - *
008560* CHRONIC is CRITICAL, REPEATED MAJOR, FIRST (or no  *
008570* escalation record) MINOR.                          *
008580*****************************************************
008590 5200-SET-SEVERITY.

008600     MOVE 'MINOR   ' TO WS-EVT-SEVERITY.

008610     IF WS-MET-ESCALATED (WS-MET-SUB)
008620         AND WS-MET-ESC-RC (WS-MET-SUB) = 0
008630         MOVE 'WARNING ' TO WS-EVT-SEVERITY
008640         GO TO 5200-SET-SEVERITY-EXIT
008650     END-IF.

008660     IF WS-MET-ALERT-RC (WS-MET-SUB) = WS-MISMATCH-RC
008670         MOVE 'CRITICAL' TO WS-EVT-SEVERITY
008680         GO TO 5200-SET-SEVERITY-EXIT
008690     END-IF.

008700     IF WS-MET-ESC-SEV (WS-MET-SUB) = 'CHRONIC '
008710         MOVE 'CRITICAL' TO WS-EVT-SEVERITY
008720     END-IF.

008730     IF WS-MET-ESC-SEV (WS-MET-SUB) = 'REPEATED'
008740         MOVE 'MAJOR   ' TO WS-EVT-SEVERITY
008750     END-IF.

008760 5200-SET-SEVERITY-EXIT.
008770     EXIT.

008780*****************************************************
008790* 6000-CLEAR-RECOVERED-EVENTS - every open event     *
008800* whose metric did not breach tonight is judged:     *
008810* cleared when its benchmark ran tonight and the     *
008820* measurement is within the ceiling; left open (and  *
008830* counted) when the benchmark did not run or its log *
008840* could not be read, since recovery is not proven.   *
008850*****************************************************
008860 6000-CLEAR-RECOVERED-EVENTS.

008870     PERFORM 6100-CLEAR-ONE-EVENT
008880         THRU 6100-CLEAR-ONE-EVENT-EXIT
008890         VARYING WS-MET-SUB FROM 1 BY 1
008900         UNTIL WS-MET-SUB > WS-MET-COUNT.

008910 6000-CLEAR-RECOVERED-EVENTS-EXIT.
008920     EXIT.

008930 6100-CLEAR-ONE-EVENT.

008940     IF NOT WS-MET-IS-OPEN (WS-MET-SUB)
008950         OR WS-MET-ALERTED (WS-MET-SUB)
008960         GO TO 6100-CLEAR-ONE-EVENT-EXIT
008970     END-IF.

008980     IF NOT WS-MET-RAN-TONIGHT (WS-MET-SUB)
008990         ADD 1 TO WS-STILL-OPEN-COUNT
009000         GO TO 6100-CLEAR-ONE-EVENT-EXIT
009010     END-IF.

009020     MOVE WS-MET-NAME (WS-MET-SUB) TO MX-OPN-METRIC.

009030     READ OPEN-FILE
009040         INVALID KEY
009050             GO TO 6100-CLEAR-ONE-EVENT-EXIT
009060     END-READ.

009070     MOVE WS-MET-CEIL-SW (WS-MET-SUB) TO WS-EVT-CEIL-SW.
009080     MOVE WS-MET-CEILING (WS-MET-SUB) TO WS-EVT-CEILING.

009090     IF NOT WS-EVT-HAS-CEILING
009100         MOVE MX-OPN-THRESHOLD TO WS-TIME-EDIT
009110         PERFORM 3900-CONVERT-TIME
009120             THRU 3900-CONVERT-TIME-EXIT
009130         MOVE WS-TIME-NUM TO WS-EVT-CEILING
009140     END-IF.

009150     IF WS-MET-TONIGHT (WS-MET-SUB) > WS-EVT-CEILING
009160         ADD 1 TO WS-STILL-OPEN-COUNT
009170         GO TO 6100-CLEAR-ONE-EVENT-EXIT
009180     END-IF.

009190     MOVE 'CLEAR   ' TO WS-EVT-SEVERITY.

009200     MOVE SPACES TO MX-FEED-RECORD.
009210     SET MX-FEED-CLEAR TO TRUE.
009220     MOVE 0 TO MX-FEED-CONSEC.
009230     MOVE WS-MET-TONIGHT (WS-MET-SUB) TO MX-FEED-ACTUAL.
009240     MOVE WS-EVT-CEILING TO MX-FEED-THRESHOLD.
009250     IF WS-SYSTEM-ID NOT = SPACES
009260         MOVE WS-SYSTEM-ID TO MX-OPN-SYSTEM-ID
009270     END-IF.

009280     PERFORM 8000-WRITE-FEED-RECORD
009290         THRU 8000-WRITE-FEED-RECORD-EXIT.

009300     DELETE OPEN-FILE RECORD
009310         INVALID KEY
009320             CONTINUE
009330     END-DELETE.

009340     IF WS-MXEVOP-STATUS NOT = '00'
009350         DISPLAY 'MATRIXEVENTFEED: MXEVOPN DELETE FAILED FOR '
009360                 WS-MET-NAME (WS-MET-SUB)
009370                 ', STATUS= ' WS-MXEVOP-STATUS
009380         MOVE 'Y' TO WS-STATE-SWITCH
009390     END-IF.

009400     ADD 1 TO WS-CLEAR-COUNT.

009410 6100-CLEAR-ONE-EVENT-EXIT.
009420     EXIT.

009430*****************************************************
009440* 7000-CLOSE-FILES - closes the feed and MXEVOPN and *
009450* sets the return code: 8 when MXEVOPN could not be  *
009460* kept in step with what was sent, else 4 when any   *
009470* event was written, else 0.                         *
009480*****************************************************
009490 7000-CLOSE-FILES.

009500     CLOSE FEED-FILE.
009510     CLOSE OPEN-FILE.

009520     MOVE WS-NEW-COUNT TO WS-COUNT-TXT.
009530     MOVE WS-REFRESH-COUNT TO WS-COUNT-TXT2.
009540     MOVE WS-CLEAR-COUNT TO WS-COUNT-TXT3.
009550     MOVE WS-STILL-OPEN-COUNT TO WS-COUNT-TXT4.

009560     DISPLAY 'MATRIXEVENTFEED: ' WS-COUNT-TXT ' NEW, '
009570             WS-COUNT-TXT2 ' REFRESHED, ' WS-COUNT-TXT3
009580             ' CLEARED, ' WS-COUNT-TXT4
009590             ' LEFT OPEN WITHOUT A BREACH TONIGHT.'.

009600     IF WS-STATE-ERROR
009610         MOVE WS-FAILED-RC TO RETURN-CODE
009620         GO TO 7000-CLOSE-FILES-EXIT
009630     END-IF.

009640     IF WS-FEED-COUNT > 0
009650         MOVE WS-EVENTS-RC TO RETURN-CODE
009660     ELSE
009670         DISPLAY 'MATRIXEVENTFEED: NOTHING TO SEND FOR '
009680                 WS-TODAY-DATE '.'
009690     END-IF.

009700 7000-CLOSE-FILES-EXIT.
009710     EXIT.

009720*****************************************************
009730* 8000-WRITE-FEED-RECORD - completes the MXFEED      *
009740* record from the MXEVOPN record in hand (id, open   *
009750* date, system) and the metric row, writes it and    *
009760* echoes it to SYSOUT.  The caller has already set   *
009770* the state, streak, actual and threshold.           *
009780*****************************************************
009790 8000-WRITE-FEED-RECORD.

009800     MOVE MX-OPN-EVENT-ID TO MX-FEED-EVENT-ID.
009810     MOVE WS-TODAY-DATE TO MX-FEED-RUN-DATE.
009820     MOVE WS-MET-PGM (WS-MET-SUB) TO MX-FEED-SOURCE-PGM.
009830     MOVE WS-MET-NAME (WS-MET-SUB) TO MX-FEED-METRIC.
009840     MOVE WS-EVT-SEVERITY TO MX-FEED-SEVERITY.
009850     MOVE MX-OPN-SYSTEM-ID TO MX-FEED-SYSTEM-ID.
009860     MOVE MX-OPN-OPEN-DATE TO MX-FEED-OPEN-DATE.

009870     WRITE MX-FEED-RECORD.

009880     ADD 1 TO WS-FEED-COUNT.

009890     DISPLAY 'MATRIXEVENTFEED: ' MX-FEED-STATE ' '
009900             MX-FEED-EVENT-ID ' ' MX-FEED-METRIC ' '
009910             MX-FEED-SEVERITY ' ACTUAL ' MX-FEED-ACTUAL
009920             ' THRESHOLD ' MX-FEED-THRESHOLD
009930             ' SYSTEM ' MX-FEED-SYSTEM-ID.

009940 8000-WRITE-FEED-RECORD-EXIT.
009950     EXIT.

009960*****************************************************
009970* 9999-EXIT - single program exit point.             *
009980*****************************************************
009990 9999-EXIT.

010000     GOBACK.
