000370*                  size change instead of going AMBER   *
000380*                  on a stale 0400; a nonzero SYSIN     *
000390*                  card still overrides.                *
000391* 2026-10-15  DCB  Operator acknowledgements (MXACKF,   *
000392*                  see MXACKREC/MatrixAlertAck): an     *
000393*                  alert whose metric has an            *
000394*                  acknowledgement window covering      *
000395*                  today prints ACK'D with its ticket   *
000396*                  and no longer turns the page RED;    *
000397*                  only unacknowledged alerts do.       *
000398* 2026-10-15  DCB  New OPERATIONAL EVENTS section lists *
000399*                  the MXEVENT events (see MXEVTREC)    *
000400*                  covering today on the run's system   *
000401*                  or site-wide, so a bad night reads   *
000402*                  next to the IPL or change behind it. *
000403*                  Information only - no effect on the  *
000404*                  verdict.                             *
000405* 2026-10-15  DCB  New RUN CALENDAR section: when the   *
000406*                  production run calendar (MXRCAL, see *
000407*                  MXCALREC) expected a run yesterday   *
000408*                  and MXLOGF has no headline-size      *
000409*                  record or MXIOLOG no record for it,  *
000410*                  the page goes AMBER - a night that   *
000411*                  never ran is no longer invisible.    *
000412* 2026-10-15  DCB  TIME4 (packed-decimal) and TIME5     *
000413*                  (floating-point) join TIME1-TIME3 in *
000414*                  the matrix section: MXARITH is read  *
000415*                  for the headline size and each run's *
000416*                  TIME4/TIME5 averaged over the        *
000417*                  history runs that have an MXARITH    *
000418*                  record.  Over the trailing average,  *
000419*                  or no MXARITH record for today's     *
000420*                  logged run, turns the page AMBER     *
000421*                  like any other metric.               *
000423*****************************************************

000424 ENVIRONMENT DIVISION.

000425 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT MX-LOG-FILE ASSIGN TO MXLOGF
000450         ORGANIZATION IS INDEXED
000640         RECORD KEY IS MX-PARM-KEY
000650         FILE STATUS IS WS-MXPARM-STATUS.

000651     SELECT ACK-FILE ASSIGN TO MXACKF
000652         ORGANIZATION IS INDEXED
000653         ACCESS MODE IS SEQUENTIAL
000654         RECORD KEY IS MX-ACK-KEY
000655         FILE STATUS IS WS-MXACKF-STATUS.

000657     SELECT EVENT-FILE ASSIGN TO MXEVENT
000659         ORGANIZATION IS INDEXED
000661         ACCESS MODE IS SEQUENTIAL
000663         RECORD KEY IS MX-EVT-KEY
000665         FILE STATUS IS WS-MXEVNT-STATUS.

000666     SELECT CAL-FILE ASSIGN TO MXRCAL
000667         ORGANIZATION IS SEQUENTIAL
000668         FILE STATUS IS WS-MXRCAL-STATUS.

000670     SELECT ARITH-FILE ASSIGN TO MXARITH
000672         ORGANIZATION IS SEQUENTIAL
000674         FILE STATUS IS WS-MXARTH-STATUS.

000676 DATA DIVISION.

000678 FILE SECTION.
000680*****************************************************
000690* MX-LOG-FILE - the running performance log written  *
000700* by MatrixCalculation, keyed on run date plus run   *
001160     LABEL RECORDS ARE STANDARD.
001170 COPY MXPRMREC.

001171*****************************************************
001172* ACK-FILE - operator alert acknowledgements, keyed  *
001173* on the alert's run date plus metric (MXACKREC).    *
001174*****************************************************
001175 FD  ACK-FILE
001176     RECORD CONTAINS 65 CHARACTERS
001177     LABEL RECORDS ARE STANDARD.
001178 COPY MXACKREC.

001179*****************************************************
001180* EVENT-FILE - the operational event calendar kept   *
001181* by MatrixEventMaint, keyed on start date, start    *
001182* time and system-id (MXEVTREC).                     *
001183*****************************************************
001184 FD  EVENT-FILE
001185     RECORD CONTAINS 108 CHARACTERS
001186     LABEL RECORDS ARE STANDARD.
001187 COPY MXEVTREC.

001188*****************************************************
001189* CAL-FILE - the production run calendar, one card  *
001190* per expected or planned-outage date (MXCALREC).   *
001191*****************************************************
001192 FD  CAL-FILE
001193     RECORD CONTAINS 80 CHARACTERS
001194     LABEL RECORDS ARE STANDARD.
001195 COPY MXCALREC.

001196*****************************************************
001197* ARITH-FILE - packed-decimal and floating-point     *
001198* section results from MatrixCalculation, one per    *
001199* MXLOGF record written, under the same key          *
001200* (MXARTREC).                                        *
001201*****************************************************
001202 FD  ARITH-FILE
001203     RECORD CONTAINS 67 CHARACTERS
001204     LABEL RECORDS ARE STANDARD.
001205 COPY MXARTREC.

001206 WORKING-STORAGE SECTION.

001207*****************************************************
001208* FILE AND LOOP CONTROL SWITCHES                     *
001210*****************************************************
001220 01  WS-MXLOGF-STATUS       PIC X(02).
001230 01  WS-MXIOLG-STATUS       PIC X(02).
001250 01  WS-MXENVF-STATUS       PIC X(02).
001260 01  WS-MXMRPT-STATUS       PIC X(02).
001270 01  WS-MXPARM-STATUS       PIC X(02).
001275 01  WS-MXACKF-STATUS       PIC X(02).
001277 01  WS-MXEVNT-STATUS       PIC X(02).
001278 01  WS-MXRCAL-STATUS       PIC X(02).
001279 01  WS-MXARTH-STATUS       PIC X(02).

001280*****************************************************
001290* CENTRAL-PARAMETER LOOKUP STAGING - the key wanted, *
001470         88  WS-AMBER-RAISED           VALUE 'Y'.
001480     05  WS-RED-SWITCH      PIC X(01)  VALUE 'N'.
001490         88  WS-RED-RAISED             VALUE 'Y'.
001493     05  WS-EVT-EOF-SWITCH  PIC X(01)  VALUE 'N'.
001496         88  WS-EVT-AT-END             VALUE 'Y'.
001497     05  WS-YDAY-LOG-SWITCH PIC X(01)  VALUE 'N'.
001498         88  WS-YDAY-LOGGED            VALUE 'Y'.
001499     05  WS-YDAY-IO-SWITCH  PIC X(01)  VALUE 'N'.
001500         88  WS-YDAY-IO-LOGGED         VALUE 'Y'.
001501     05  WS-CAL-SWITCH      PIC X(01)  VALUE 'N'.
001502         88  WS-CAL-AVAILABLE          VALUE 'Y'.
001504     05  WS-ART-TODAY-SW    PIC X(01)  VALUE 'N'.
001506         88  WS-ART-TODAY-FOUND        VALUE 'Y'.

001508*****************************************************
001510* SYSIN CONTROLS - the headline matrix size whose    *
001520* run is "last night" (default 0400) and the percent *
001530* over the trailing average that turns a metric      *

001600 01  WS-TODAY-DATE          PIC 9(08).

001601*****************************************************
001602* YESTERDAY'S CALENDAR ENTRY - the MXRCAL type of    *
001603* the date before today (E expected, O planned       *
001604* outage, space not scheduled) and its reason.       *
001605*****************************************************
001606 01  WS-YESTERDAY-DATE      PIC 9(08).
001607 01  WS-DATE-INT            PIC 9(08) COMP.
001608 01  WS-YDAY-TYPE           PIC X(01) VALUE SPACE.
001609     88  WS-YDAY-EXPECTED              VALUE 'E'.
001610     88  WS-YDAY-OUTAGE                VALUE 'O'.
001611 01  WS-YDAY-REASON         PIC X(40) VALUE SPACES.

001612*****************************************************
001620* TRAILING MATRIX HISTORY - the last (up to) 30      *
001630* prior dates' TIME1/TIME2/TIME3 at the wanted size, *
001640* final run of each date only, so the averages       *
001645* exclude today's run.  TIME4/TIME5 come from the    *
001650* MXARITH record with the same key, and only entries *
001655* flagged as having one count in their averages.     *
001660*****************************************************
001670 77  WS-HIST-MAX            PIC 9(4) COMP VALUE 30.
001680 01  WS-HIST-TABLE.
001690     05  WS-HIST-ENTRY OCCURS 30 TIMES.
001700         10  WS-HIST-DATE   PIC 9(08).
001704         10  WS-HIST-SEQ    PIC 9(02).
001708         10  WS-HIST-ART-SW PIC X(01).
001712             88  WS-HIST-HAS-ART       VALUE 'Y'.
001716         10  WS-HIST-TIME   COMP-2 OCCURS 5 TIMES.
001720 01  WS-HIST-COUNT          PIC 9(4) COMP VALUE 0.
001725 01  WS-HIST-USED           PIC 9(4) COMP VALUE 0.
001730 01  WS-HIST-TOTAL          COMP-2 VALUE 0.
001740 01  WS-SUB                 PIC 9(4) COMP.

001860* of today's date at the wanted size, and today's    *
001870* I/O benchmark times.                               *
001880*****************************************************
001886 01  WS-TODAY-TIME          COMP-2 OCCURS 5 TIMES.
001892 01  WS-TODAY-SEQ           PIC 9(02) VALUE 0.
001900 01  WS-TODAY-IO-TIME       COMP-2 OCCURS 2 TIMES.

001910*****************************************************
001920* TODAY'S ALERTS - up to 20 MXAHIST records carrying *
001930* today's date, held for the alert section, each     *
001940* with its metric and whether (and under which       *
001943* ticket) an acknowledgement covers it.              *
001946*****************************************************
001950 77  WS-ALERT-MAX           PIC 9(02) COMP VALUE 20.
001960 01  WS-ALERT-TABLE.
001965     05  WS-ALERT-ENTRY OCCURS 20 TIMES.
001970         10  WS-ALERT-LINE      PIC X(48).
001972         10  WS-ALERT-METRIC    PIC X(05).
001974         10  WS-ALERT-ACK-SW    PIC X(01).
001976         10  WS-ALERT-TICKET    PIC X(12).
001980 01  WS-ALERT-COUNT         PIC 9(02) COMP VALUE 0.
001981 01  WS-UNACKED-COUNT       PIC 9(02) COMP VALUE 0.

001982*****************************************************
001983* ACKNOWLEDGED METRICS - every metric with an MXACKF *
001984* window covering today, and the ticket it is        *
001985* tracked under.                                     *
001986*****************************************************
001987 77  WS-ACKM-MAX            PIC 9(02) COMP VALUE 20.
001988 01  WS-ACKM-TABLE.
001989     05  WS-ACKM-ENTRY OCCURS 20 TIMES.
001990         10  WS-ACKM-METRIC     PIC X(05).
001991         10  WS-ACKM-TICKET     PIC X(12).
001992 01  WS-ACKM-COUNT          PIC 9(02) COMP VALUE 0.
001993 01  WS-ACKM-SUB            PIC 9(02) COMP.

001994*****************************************************
002000* TODAY'S ENVIRONMENT - system-id, job name and the  *
002010* resume flag of today's last MXENVF record.         *
002020*****************************************************
002030 01  WS-RUN-SYSTEM-ID       PIC X(08) VALUE SPACES.
002040 01  WS-RUN-JOB-NAME        PIC X(08) VALUE SPACES.
002050 01  WS-RUN-RESUMED         PIC X(01) VALUE 'N'.
002055 01  WS-EVT-PRINTED         PIC 9(04) COMP VALUE 0.

002060*****************************************************
002070* TIME DE-EDIT WORK AREA - the logs' timing fields   *
002210 01  WS-LIMIT-TIME          COMP-2 VALUE 0.
002220 01  WS-PCT-OVER            COMP-2 VALUE 0.

002226 01  WS-MX-METRIC-TEXT      PIC X(25)
002232         VALUE 'TIME1TIME2TIME3TIME4TIME5'.
002240 01  WS-MX-METRIC-NAMES REDEFINES WS-MX-METRIC-TEXT.
002245     05  WS-MX-METRIC-NAME OCCURS 5 TIMES PIC X(05).
002250 77  WS-MX-METRIC-MAX       PIC 9(02) COMP VALUE 5.
002255 77  WS-MX-FIRST-ARITH      PIC 9(02) COMP VALUE 4.
002260 01  WS-IO-METRIC-TEXT      PIC X(10) VALUE 'IOWRTIORD '.
002270 01  WS-IO-METRIC-NAMES REDEFINES WS-IO-METRIC-TEXT.
002280     05  WS-IO-METRIC-NAME OCCURS 2 TIMES PIC X(05).

002670 01  WS-PRINT-LINE          PIC X(132).

002671 01  WS-EVENT-LINE.
002672     05  FILLER             PIC X(02) VALUE SPACES.
002673     05  WS-EVL-START-DATE  PIC 9(08).
002674     05  FILLER             PIC X(01) VALUE SPACES.
002675     05  WS-EVL-START-TIME  PIC 9(04).
002676     05  FILLER             PIC X(03) VALUE ' - '.
002677     05  WS-EVL-END-DATE    PIC 9(08).
002678     05  FILLER             PIC X(01) VALUE SPACES.
002679     05  WS-EVL-END-TIME    PIC 9(04).
002680     05  FILLER             PIC X(02) VALUE SPACES.
002681     05  WS-EVL-SYSTEM      PIC X(08).
002682     05  FILLER             PIC X(02) VALUE SPACES.
002683     05  WS-EVL-TYPE        PIC X(05).
002684     05  FILLER             PIC X(02) VALUE SPACES.
002685     05  WS-EVL-EXCL        PIC X(09).
002686     05  FILLER             PIC X(02) VALUE SPACES.
002687     05  WS-EVL-TEXT        PIC X(40).
002688     05  FILLER             PIC X(30) VALUE SPACES.

002689 PROCEDURE DIVISION.

002690*****************************************************
002700* 0000-MAINLINE                                      *
002770     PERFORM 3000-LOAD-MATRIX-LOG
002780         THRU 3000-LOAD-MATRIX-LOG-EXIT.

002783     PERFORM 3500-LOAD-ARITH-LOG
002786         THRU 3500-LOAD-ARITH-LOG-EXIT.

002790     PERFORM 4000-LOAD-IO-LOG
002800         THRU 4000-LOAD-IO-LOG-EXIT.

002830     PERFORM 6000-LOAD-ENVIRONMENT
002840         THRU 6000-LOAD-ENVIRONMENT-EXIT.

002843     PERFORM 6500-LOAD-CALENDAR
002846         THRU 6500-LOAD-CALENDAR-EXIT.

002850     PERFORM 7000-PRINT-SUMMARY-PAGE
002860         THRU 7000-PRINT-SUMMARY-PAGE-EXIT.


002970     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

002972     COMPUTE WS-DATE-INT =
002974         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 1.
002976     COMPUTE WS-YESTERDAY-DATE =
002978         FUNCTION DATE-OF-INTEGER (WS-DATE-INT).

002980     PERFORM 1100-LOAD-PARAMETERS
002990         THRU 1100-LOAD-PARAMETERS-EXIT.


004070 3200-STORE-LOG-RECORD.

004072     IF MX-LOG-RUN-DATE = WS-YESTERDAY-DATE
004074         SET WS-YDAY-LOGGED TO TRUE
004076     END-IF.

004080     IF MX-LOG-RUN-DATE = WS-TODAY-DATE
004090         SET WS-TODAY-LOGGED TO TRUE
004095         MOVE MX-LOG-RUN-SEQ TO WS-TODAY-SEQ
004100         MOVE MX-LOG-TIME1 TO WS-TIME-EDIT
004110         PERFORM 3300-CONVERT-TIME
004120             THRU 3300-CONVERT-TIME-EXIT
004290     END-IF.

004300     MOVE MX-LOG-RUN-DATE TO WS-HIST-DATE (WS-HIST-COUNT).
004303     MOVE MX-LOG-RUN-SEQ TO WS-HIST-SEQ (WS-HIST-COUNT).
004306     MOVE 'N' TO WS-HIST-ART-SW (WS-HIST-COUNT).

004310     MOVE MX-LOG-TIME1 TO WS-TIME-EDIT.
004320     PERFORM 3300-CONVERT-TIME
004750         WS-TIME-INT + (WS-TIME-FRAC / 1000000).

004760 3300-CONVERT-TIME-EXIT.
004761     EXIT.

004762*****************************************************
004763* 3500-LOAD-ARITH-LOG - reads MXARITH for the wanted *
004764* size and hangs each record's TIME4/TIME5 on the    *
004765* run with the same key: today's final run, or the   *
004766* history entry for that date and sequence.  Records *
004767* of superseded runs match nothing and are passed    *
004768* over.  An unavailable MXARITH leaves today without *
004769* TIME4/TIME5, which 7100 reports.                   *
004770*****************************************************
004771 3500-LOAD-ARITH-LOG.

004772     OPEN INPUT ARITH-FILE.

004773     IF WS-MXARTH-STATUS NOT = '00'
004774         DISPLAY 'MATRIXMORNINGSUMMARY: MXARITH NOT '
004775                 'AVAILABLE, STATUS= ' WS-MXARTH-STATUS
004776                 ' - NO TIME4/TIME5.'
004777         GO TO 3500-LOAD-ARITH-LOG-EXIT
004778     END-IF.

004779     MOVE 'N' TO WS-EOF-SWITCH.

004780     PERFORM 3600-READ-ARITH-RECORD
004781         THRU 3600-READ-ARITH-RECORD-EXIT
004782         UNTIL WS-END-OF-FILE.

004783     CLOSE ARITH-FILE.

004784 3500-LOAD-ARITH-LOG-EXIT.
004785     EXIT.

004786 3600-READ-ARITH-RECORD.

004787     READ ARITH-FILE
004788         AT END
004789             MOVE 'Y' TO WS-EOF-SWITCH
004790             GO TO 3600-READ-ARITH-RECORD-EXIT
004791     END-READ.

004792     IF MX-ART-M-SIZE NOT = WS-M-SIZE-WANTED
004793         GO TO 3600-READ-ARITH-RECORD-EXIT
004794     END-IF.

004795     IF WS-TODAY-LOGGED
004796         AND MX-ART-RUN-DATE = WS-TODAY-DATE
004797         AND MX-ART-RUN-SEQ = WS-TODAY-SEQ
004798         SET WS-ART-TODAY-FOUND TO TRUE
004799         MOVE MX-ART-TIME4 TO WS-TIME-EDIT
004800         PERFORM 3300-CONVERT-TIME
004801             THRU 3300-CONVERT-TIME-EXIT
004802         MOVE WS-TIME-NUM TO WS-TODAY-TIME (4)
004803         MOVE MX-ART-TIME5 TO WS-TIME-EDIT
004804         PERFORM 3300-CONVERT-TIME
004805             THRU 3300-CONVERT-TIME-EXIT
004806         MOVE WS-TIME-NUM TO WS-TODAY-TIME (5)
004807         GO TO 3600-READ-ARITH-RECORD-EXIT
004808     END-IF.

004809     PERFORM 3610-MATCH-ARITH-HISTORY
004810         THRU 3610-MATCH-ARITH-HISTORY-EXIT
004811         VARYING WS-SUB FROM 1 BY 1
004812         UNTIL WS-SUB > WS-HIST-COUNT.

004813 3600-READ-ARITH-RECORD-EXIT.
004814     EXIT.

004815 3610-MATCH-ARITH-HISTORY.

004816     IF WS-HIST-DATE (WS-SUB) NOT = MX-ART-RUN-DATE
004817         OR WS-HIST-SEQ (WS-SUB) NOT = MX-ART-RUN-SEQ
004818         GO TO 3610-MATCH-ARITH-HISTORY-EXIT
004819     END-IF.

004820     MOVE 'Y' TO WS-HIST-ART-SW (WS-SUB).

004821     MOVE MX-ART-TIME4 TO WS-TIME-EDIT.
004822     PERFORM 3300-CONVERT-TIME
004823         THRU 3300-CONVERT-TIME-EXIT.
004824     MOVE WS-TIME-NUM TO WS-HIST-TIME (WS-SUB, 4).

004825     MOVE MX-ART-TIME5 TO WS-TIME-EDIT.
004826     PERFORM 3300-CONVERT-TIME
004827         THRU 3300-CONVERT-TIME-EXIT.
004828     MOVE WS-TIME-NUM TO WS-HIST-TIME (WS-SUB, 5).

004829 3610-MATCH-ARITH-HISTORY-EXIT.
004830     EXIT.

004831*****************************************************
004832* 4000-LOAD-IO-LOG - the same split for the I/O      *
004833* benchmark: today's record (last wins) against the  *
004834* trailing 30-date write/read history.               *
004835*****************************************************
004836 4000-LOAD-IO-LOG.

004840     OPEN INPUT IO-LOG-FILE.


005080 4200-STORE-IO-RECORD.

005082     IF IO-LOG-RUN-DATE = WS-YESTERDAY-DATE
005084         SET WS-YDAY-IO-LOGGED TO TRUE
005086     END-IF.

005090     IF IO-LOG-RUN-DATE = WS-TODAY-DATE
005100         SET WS-IO-TODAY-LOGGED TO TRUE
005110         MOVE IO-LOG-TIME-WRITE TO WS-TIME-EDIT
005530*****************************************************
005540* 5000-LOAD-ALERTS - holds every MXAHIST record of   *
005550* today's date for the alert section.  Any alert     *
005560* today means on-call was already paged - RED -      *
005565* unless an operator acknowledgement covers it.      *
005570*****************************************************
005580 5000-LOAD-ALERTS.


005700     CLOSE AHIST-FILE.

005701     PERFORM 5300-LOAD-ACKNOWLEDGEMENTS
005702         THRU 5300-LOAD-ACKNOWLEDGEMENTS-EXIT.

005703     MOVE 0 TO WS-UNACKED-COUNT.

005704     PERFORM 5400-MARK-ONE-ALERT
005705         THRU 5400-MARK-ONE-ALERT-EXIT
005706         VARYING WS-SUB FROM 1 BY 1
005707         UNTIL WS-SUB > WS-ALERT-COUNT.

005710     IF WS-UNACKED-COUNT > 0
005720         SET WS-RED-RAISED TO TRUE
005730         MOVE 'ALERT(S) RAISED LAST NIGHT - SEE THE ALERT '
005740             TO WS-VERDICT-REASON
005870                 ADD 1 TO WS-ALERT-COUNT
005880                 MOVE MX-AHIST-RECORD
005890                     TO WS-ALERT-LINE (WS-ALERT-COUNT)
005891                 MOVE MX-AHIST-METRIC
005892                     TO WS-ALERT-METRIC (WS-ALERT-COUNT)
005893                 MOVE 'N' TO WS-ALERT-ACK-SW (WS-ALERT-COUNT)
005894                 MOVE SPACES
005895                     TO WS-ALERT-TICKET (WS-ALERT-COUNT)
005900             END-IF
005910     END-READ.

005920 5100-READ-ALERT-RECORD-EXIT.
005930     EXIT.

005931*****************************************************
005932* 5300-LOAD-ACKNOWLEDGEMENTS - every metric with an  *
005933* MXACKF window (acknowledged run date through       *
005934* ack-until) covering today.  An unavailable MXACKF  *
005935* leaves every alert unacknowledged.                 *
005936*****************************************************
005937 5300-LOAD-ACKNOWLEDGEMENTS.

005938     IF WS-ALERT-COUNT = 0
005939         GO TO 5300-LOAD-ACKNOWLEDGEMENTS-EXIT
005940     END-IF.

005941     OPEN INPUT ACK-FILE.

005942     IF WS-MXACKF-STATUS NOT = '00'
005943         DISPLAY 'MATRIXMORNINGSUMMARY: MXACKF NOT '
005944                 'AVAILABLE, STATUS= ' WS-MXACKF-STATUS
005945                 ' - NO ACKNOWLEDGEMENTS APPLIED.'
005946         GO TO 5300-LOAD-ACKNOWLEDGEMENTS-EXIT
005947     END-IF.

005948     MOVE 'N' TO WS-EOF-SWITCH.

005949     PERFORM 5310-READ-ACK-RECORD
005950         THRU 5310-READ-ACK-RECORD-EXIT
005951         UNTIL WS-END-OF-FILE.

005952     CLOSE ACK-FILE.

005953 5300-LOAD-ACKNOWLEDGEMENTS-EXIT.
005954     EXIT.

005955 5310-READ-ACK-RECORD.

005956     READ ACK-FILE
005957         AT END
005958             MOVE 'Y' TO WS-EOF-SWITCH
005959         NOT AT END
005960             IF MX-ACK-RUN-DATE NOT > WS-TODAY-DATE
005961                 AND MX-ACK-UNTIL-DATE NOT < WS-TODAY-DATE
005962                 AND WS-ACKM-COUNT < WS-ACKM-MAX
005963                 ADD 1 TO WS-ACKM-COUNT
005964                 MOVE MX-ACK-METRIC
005965                     TO WS-ACKM-METRIC (WS-ACKM-COUNT)
005966                 MOVE MX-ACK-TICKET
005967                     TO WS-ACKM-TICKET (WS-ACKM-COUNT)
005968             END-IF
005969     END-READ.

005970 5310-READ-ACK-RECORD-EXIT.
005971     EXIT.

005972*****************************************************
005973* 5400-MARK-ONE-ALERT - flags today's alert WS-SUB   *
005974* acknowledged when its metric has a covering        *
005975* window; anything left unflagged counts toward RED. *
005976*****************************************************
005977 5400-MARK-ONE-ALERT.

005978     PERFORM 5410-MATCH-ONE-ACK
005979         THRU 5410-MATCH-ONE-ACK-EXIT
005980         VARYING WS-ACKM-SUB FROM 1 BY 1
005981         UNTIL WS-ACKM-SUB > WS-ACKM-COUNT.

005982     IF WS-ALERT-ACK-SW (WS-SUB) NOT = 'Y'
005983         ADD 1 TO WS-UNACKED-COUNT
005984     END-IF.

005985 5400-MARK-ONE-ALERT-EXIT.
005986     EXIT.

005987 5410-MATCH-ONE-ACK.

005988     IF WS-ACKM-METRIC (WS-ACKM-SUB) = WS-ALERT-METRIC (WS-SUB)
005989         MOVE 'Y' TO WS-ALERT-ACK-SW (WS-SUB)
005990         MOVE WS-ACKM-TICKET (WS-ACKM-SUB)
005991             TO WS-ALERT-TICKET (WS-SUB)
005992     END-IF.

005993 5410-MATCH-ONE-ACK-EXIT.
005994     EXIT.

005995*****************************************************
005996* 6000-LOAD-ENVIRONMENT - today's last MXENVF record *
005997* says which system the run landed on and whether it *
005998* was a checkpoint resume.                           *
005999*****************************************************
006000 6000-LOAD-ENVIRONMENT.

006001     OPEN INPUT ENV-FILE.

006010     IF WS-MXENVF-STATUS NOT = '00'
006020         DISPLAY 'MATRIXMORNINGSUMMARY: MXENVF NOT '
006270     EXIT.

006280*****************************************************
006281* 6500-LOAD-CALENDAR - yesterday's MXRCAL card, if   *
006282* any (a later card for the date replaces an        *
006283* earlier one).  An unavailable calendar only costs *
006284* its section.                                      *
006285*****************************************************
006286 6500-LOAD-CALENDAR.

006287     OPEN INPUT CAL-FILE.

006288     IF WS-MXRCAL-STATUS NOT = '00'
006289         DISPLAY 'MATRIXMORNINGSUMMARY: MXRCAL NOT '
006290                 'AVAILABLE, STATUS= ' WS-MXRCAL-STATUS
006291                 ' - NO RUN CALENDAR CHECK.'
006292         GO TO 6500-LOAD-CALENDAR-EXIT
006293     END-IF.

006294     SET WS-CAL-AVAILABLE TO TRUE.
006295     MOVE 'N' TO WS-EOF-SWITCH.

006296     PERFORM 6600-READ-CALENDAR-CARD
006297         THRU 6600-READ-CALENDAR-CARD-EXIT
006298         UNTIL WS-END-OF-FILE.

006299     CLOSE CAL-FILE.

006300 6500-LOAD-CALENDAR-EXIT.
006301     EXIT.

006302 6600-READ-CALENDAR-CARD.

006303     READ CAL-FILE
006304         AT END
006305             MOVE 'Y' TO WS-EOF-SWITCH
006306         NOT AT END
006307             IF MX-CAL-DATE = WS-YESTERDAY-DATE
006308                 AND (MX-CAL-EXPECTED OR MX-CAL-OUTAGE)
006309                 MOVE MX-CAL-TYPE TO WS-YDAY-TYPE
006310                 MOVE MX-CAL-REASON TO WS-YDAY-REASON
006311             END-IF
006312     END-READ.

006313 6600-READ-CALENDAR-CARD-EXIT.
006314     EXIT.

006315*****************************************************
006316* 7000-PRINT-SUMMARY-PAGE - the one page: matrix     *
006317* metrics against their trailing averages, the I/O   *
006318* passes likewise, the alerts, the environment, and  *
006320* the overall verdict.                               *
006330*****************************************************
006340 7000-PRINT-SUMMARY-PAGE.
006470     PERFORM 7400-PRINT-ENV-SECTION
006480         THRU 7400-PRINT-ENV-SECTION-EXIT.

006481     PERFORM 7420-PRINT-CALENDAR-SECTION
006482         THRU 7420-PRINT-CALENDAR-SECTION-EXIT.

006483     PERFORM 7450-PRINT-EVENT-SECTION
006486         THRU 7450-PRINT-EVENT-SECTION-EXIT.

006490     PERFORM 7500-PRINT-VERDICT
006500         THRU 7500-PRINT-VERDICT-EXIT.

006750     PERFORM 7110-PRINT-ONE-MX-METRIC
006760         THRU 7110-PRINT-ONE-MX-METRIC-EXIT
006770         VARYING WS-METRIC FROM 1 BY 1
006771         UNTIL WS-METRIC > WS-MX-METRIC-MAX.

006772     IF NOT WS-ART-TODAY-FOUND
006773         MOVE '  NO MXARITH RECORD FOR TODAY''S RUN - TIME4/'
006774             TO WS-MSG-TEXT
006775         MOVE 'TIME5 MISSING, CHECK MXNIGHT STEP010.'
006776             TO WS-MSG-TEXT (45:37)
006777         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
006778         PERFORM 8100-WRITE-REPORT-LINE
006779             THRU 8100-WRITE-REPORT-LINE-EXIT
006780         PERFORM 7900-RAISE-AMBER
006781             THRU 7900-RAISE-AMBER-EXIT
006782     END-IF.

006790     MOVE SPACES TO WS-PRINT-LINE.
006800     PERFORM 8100-WRITE-REPORT-LINE

006840 7110-PRINT-ONE-MX-METRIC.

006842     IF WS-METRIC NOT < WS-MX-FIRST-ARITH
006844         AND NOT WS-ART-TODAY-FOUND
006846         GO TO 7110-PRINT-ONE-MX-METRIC-EXIT
006848     END-IF.

006850     MOVE 0 TO WS-HIST-TOTAL.
006855     MOVE 0 TO WS-HIST-USED.

006860     PERFORM 7120-SUM-ONE-MX-RUN
006870         THRU 7120-SUM-ONE-MX-RUN-EXIT
006900     MOVE WS-MX-METRIC-NAME (WS-METRIC) TO WS-MET-NAME.
006910     MOVE WS-TODAY-TIME (WS-METRIC) TO WS-MET-TODAY.

006920     IF WS-HIST-USED = 0
006930         MOVE 0 TO WS-MET-AVG
006940         MOVE 0 TO WS-MET-PCT
006950         MOVE 'NO HIST ' TO WS-MET-FLAG
006960     ELSE
006970         COMPUTE WS-AVG-TIME = WS-HIST-TOTAL / WS-HIST-USED
006980         MOVE WS-AVG-TIME TO WS-MET-AVG
006990         PERFORM 7800-EVALUATE-STANDING
007000             THRU 7800-EVALUATE-STANDING-EXIT
007050 7110-PRINT-ONE-MX-METRIC-EXIT.
007060     EXIT.

007062*****************************************************
007064* 7120-SUM-ONE-MX-RUN - TIME4/TIME5 count only the   *
007066* history runs that have an MXARITH record.          *
007068*****************************************************
007070 7120-SUM-ONE-MX-RUN.

007072     IF WS-METRIC NOT < WS-MX-FIRST-ARITH
007074         AND NOT WS-HIST-HAS-ART (WS-SUB)
007076         GO TO 7120-SUM-ONE-MX-RUN-EXIT
007078     END-IF.

007080     ADD WS-HIST-TIME (WS-SUB, WS-METRIC) TO WS-HIST-TOTAL.
007085     ADD 1 TO WS-HIST-USED.

007090 7120-SUM-ONE-MX-RUN-EXIT.
007100     EXIT.

007960     MOVE SPACES TO WS-MSG-TEXT.
007970     MOVE WS-ALERT-LINE (WS-SUB) TO WS-MSG-TEXT (3:48).
007972     IF WS-ALERT-ACK-SW (WS-SUB) = 'Y'
007974         MOVE 'ACK''D  TICKET ' TO WS-MSG-TEXT (53:14)
007976         MOVE WS-ALERT-TICKET (WS-SUB) TO WS-MSG-TEXT (67:12)
007978     END-IF.
007980     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
007990     PERFORM 8100-WRITE-REPORT-LINE
008000         THRU 8100-WRITE-REPORT-LINE-EXIT.
008400     EXIT.

008410*****************************************************
008411* 7420-PRINT-CALENDAR-SECTION - whether yesterday    *
008412* was an expected run date and, if so, whether its   *
008413* headline matrix run and its I/O run were logged.   *
008414* An expected night with either missing turns the    *
008415* page AMBER; MXGAPCHK lists the month's gaps.       *
008416*****************************************************
008417 7420-PRINT-CALENDAR-SECTION.

008418     MOVE 'RUN CALENDAR' TO WS-MSG-TEXT.
008419     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
008420     PERFORM 8100-WRITE-REPORT-LINE
008421         THRU 8100-WRITE-REPORT-LINE-EXIT.

008422     PERFORM 7430-CHECK-YESTERDAY
008423         THRU 7430-CHECK-YESTERDAY-EXIT.

008424     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
008425     PERFORM 8100-WRITE-REPORT-LINE
008426         THRU 8100-WRITE-REPORT-LINE-EXIT.

008427     MOVE SPACES TO WS-PRINT-LINE.
008428     PERFORM 8100-WRITE-REPORT-LINE
008429         THRU 8100-WRITE-REPORT-LINE-EXIT.

008430 7420-PRINT-CALENDAR-SECTION-EXIT.
008431     EXIT.

008432*****************************************************
008433* 7430-CHECK-YESTERDAY - builds the section's line   *
008434* in WS-MSG-TEXT and raises AMBER for a missed       *
008435* expected night.                                    *
008436*****************************************************
008437 7430-CHECK-YESTERDAY.

008438     MOVE SPACES TO WS-MSG-TEXT.
008439     MOVE '  YESTERDAY ' TO WS-MSG-TEXT (1:12).
008440     MOVE WS-YESTERDAY-DATE TO WS-MSG-TEXT (13:8).

008441     IF NOT WS-CAL-AVAILABLE
008442         MOVE ' - MXRCAL NOT AVAILABLE, NOT CHECKED.'
008443             TO WS-MSG-TEXT (21:37)
008444         GO TO 7430-CHECK-YESTERDAY-EXIT
008445     END-IF.

008446     IF WS-YDAY-OUTAGE
008447         MOVE ' - PLANNED OUTAGE: ' TO WS-MSG-TEXT (21:19)
008448         MOVE WS-YDAY-REASON TO WS-MSG-TEXT (40:40)
008449         GO TO 7430-CHECK-YESTERDAY-EXIT
008450     END-IF.

008451     IF NOT WS-YDAY-EXPECTED
008452         MOVE ' - NOT A SCHEDULED RUN DATE.'
008453             TO WS-MSG-TEXT (21:28)
008454         GO TO 7430-CHECK-YESTERDAY-EXIT
008455     END-IF.

008456     IF WS-YDAY-LOGGED AND WS-YDAY-IO-LOGGED
008457         MOVE ' - EXPECTED RUN, MATRIX AND I/O RUNS LOGGED.'
008458             TO WS-MSG-TEXT (21:44)
008459         GO TO 7430-CHECK-YESTERDAY-EXIT
008460     END-IF.

008461     IF NOT WS-YDAY-LOGGED
008462         MOVE ' - EXPECTED RUN MISSING: NO MATRIX RUN AT THE '
008463             TO WS-MSG-TEXT (21:46)
008464         MOVE 'HEADLINE SIZE' TO WS-MSG-TEXT (67:13)
008465         IF NOT WS-YDAY-IO-LOGGED
008466             MOVE ', NO I/O RUN' TO WS-MSG-TEXT (80:12)
008467         END-IF
008468     ELSE
008469         MOVE ' - EXPECTED RUN MISSING: NO I/O RUN'
008470             TO WS-MSG-TEXT (21:35)
008471     END-IF.

008472     IF WS-VERDICT-REASON = SPACES
008473         MOVE 'YESTERDAY''S EXPECTED RUN IS MISSING - SEE '
008474             TO WS-VERDICT-REASON
008475         MOVE 'MXGAPCHK.' TO WS-VERDICT-REASON (43:9)
008476     END-IF.

008477     PERFORM 7900-RAISE-AMBER
008478         THRU 7900-RAISE-AMBER-EXIT.

008479 7430-CHECK-YESTERDAY-EXIT.
008480     EXIT.

008481*****************************************************
008482* 7450-PRINT-EVENT-SECTION - the MXEVENT events      *
008483* covering today on the run's system (every system   *
008484* when today has no MXENVF record) or site-wide.     *
008485* Events are keyed on start date, so the read stops  *
008486* at the first event starting after today.           *
008487*****************************************************
008488 7450-PRINT-EVENT-SECTION.

008489     MOVE 'OPERATIONAL EVENTS' TO WS-MSG-TEXT.
008490     MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE.
008491     PERFORM 8100-WRITE-REPORT-LINE
008492         THRU 8100-WRITE-REPORT-LINE-EXIT.

008493     MOVE 0 TO WS-EVT-PRINTED.

008494     OPEN INPUT EVENT-FILE.

008495     IF WS-MXEVNT-STATUS NOT = '00'
008496         DISPLAY 'MATRIXMORNINGSUMMARY: MXEVENT NOT '
008497                 'AVAILABLE, STATUS= ' WS-MXEVNT-STATUS
008498                 ' - NO EVENT SECTION.'
008499         MOVE '  MXEVENT NOT AVAILABLE.' TO WS-MSG-TEXT
008500         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
008501         PERFORM 8100-WRITE-REPORT-LINE
008502             THRU 8100-WRITE-REPORT-LINE-EXIT
008503         MOVE SPACES TO WS-PRINT-LINE
008504         PERFORM 8100-WRITE-REPORT-LINE
008505             THRU 8100-WRITE-REPORT-LINE-EXIT
008506         GO TO 7450-PRINT-EVENT-SECTION-EXIT
008507     END-IF.

008508     PERFORM 7460-PRINT-ONE-EVENT
008509         THRU 7460-PRINT-ONE-EVENT-EXIT
008510         UNTIL WS-EVT-AT-END.

008511     CLOSE EVENT-FILE.

008512     IF WS-EVT-PRINTED = 0
008513         MOVE '  NONE.' TO WS-MSG-TEXT
008514         MOVE WS-MESSAGE-LINE TO WS-PRINT-LINE
008515         PERFORM 8100-WRITE-REPORT-LINE
008516             THRU 8100-WRITE-REPORT-LINE-EXIT
008517     END-IF.

008518     MOVE SPACES TO WS-PRINT-LINE.
008519     PERFORM 8100-WRITE-REPORT-LINE
008520         THRU 8100-WRITE-REPORT-LINE-EXIT.

008521 7450-PRINT-EVENT-SECTION-EXIT.
008522     EXIT.

008523 7460-PRINT-ONE-EVENT.

008524     READ EVENT-FILE
008525         AT END
008526             MOVE 'Y' TO WS-EVT-EOF-SWITCH
008527             GO TO 7460-PRINT-ONE-EVENT-EXIT
008528     END-READ.

008529     IF MX-EVT-START-DATE > WS-TODAY-DATE
008530         MOVE 'Y' TO WS-EVT-EOF-SWITCH
008531         GO TO 7460-PRINT-ONE-EVENT-EXIT
008532     END-IF.

008533     IF MX-EVT-END-DATE < WS-TODAY-DATE
008534         GO TO 7460-PRINT-ONE-EVENT-EXIT
008535     END-IF.

008536     IF WS-ENV-TODAY-FOUND
008537         AND MX-EVT-SYSTEM-ID NOT = SPACES
008538         AND MX-EVT-SYSTEM-ID NOT = WS-RUN-SYSTEM-ID
008539         GO TO 7460-PRINT-ONE-EVENT-EXIT
008540     END-IF.

008541     ADD 1 TO WS-EVT-PRINTED.

008542     MOVE MX-EVT-START-DATE TO WS-EVL-START-DATE.
008543     MOVE MX-EVT-START-TIME TO WS-EVL-START-TIME.
008544     MOVE MX-EVT-END-DATE   TO WS-EVL-END-DATE.
008545     MOVE MX-EVT-END-TIME   TO WS-EVL-END-TIME.

008546     IF MX-EVT-SYSTEM-ID = SPACES
008547         MOVE 'ALL' TO WS-EVL-SYSTEM
008548     ELSE
008549         MOVE MX-EVT-SYSTEM-ID TO WS-EVL-SYSTEM
008550     END-IF.

008551     MOVE MX-EVT-TYPE TO WS-EVL-TYPE.

008552     IF MX-EVT-EXCLUDE = 'Y'
008553         MOVE 'BASE-EXCL' TO WS-EVL-EXCL
008554     ELSE
008555         MOVE SPACES TO WS-EVL-EXCL
008556     END-IF.

008557     MOVE MX-EVT-TEXT TO WS-EVL-TEXT.

008558     MOVE WS-EVENT-LINE TO WS-PRINT-LINE.
008559     PERFORM 8100-WRITE-REPORT-LINE
008560         THRU 8100-WRITE-REPORT-LINE-EXIT.

008561 7460-PRINT-ONE-EVENT-EXIT.
008562     EXIT.

008563*****************************************************
008564* 7500-PRINT-VERDICT - RED when an alert fired,      *
008565* AMBER when a metric drifted over the trailing      *
008566* average (or a run is missing or resumed), GREEN    *
008567* otherwise.  The return code matches the verdict.   *
008568*****************************************************
008569 7500-PRINT-VERDICT.

008570     IF WS-RED-RAISED
008571         MOVE 'RED  ' TO WS-VERDICT
008572         MOVE WS-RED-RC TO RETURN-CODE
008573     ELSE
008574         IF WS-AMBER-RAISED
008575             MOVE 'AMBER' TO WS-VERDICT
008576             MOVE WS-AMBER-RC TO RETURN-CODE
008577         ELSE
008578             MOVE 'GREEN' TO WS-VERDICT
008579             IF WS-ALERT-COUNT > 0
008580                 MOVE 'ALL METRICS WITHIN TOLERANCE, ALERTS '
008581                     TO WS-VERDICT-REASON
008582                 MOVE 'ACKNOWLEDGED.'
008583                     TO WS-VERDICT-REASON (38:13)
008584             ELSE
008585                 MOVE 'ALL METRICS WITHIN TOLERANCE, NO ALERTS.'
008586                     TO WS-VERDICT-REASON
008587             END-IF
008590         END-IF
008600     END-IF.

