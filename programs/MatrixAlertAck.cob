000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MatrixAlertAck.
000120 AUTHOR. DATA-CENTER-BATCH-SUPPORT.
000130 INSTALLATION. BENCHMARK-PERFORMANCE-MONITORING.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.

000160*****************************************************
000170* MODIFICATION HISTORY                               *
000180*-----------------------------------------------------
000190* 2026-10-15  DCB  Initial version.  Maintenance and  *
000200*                  inquiry for the operator alert-    *
000210*                  acknowledgement KSDS (MXACKF, see  *
000220*                  MXACKREC).  Cards: the function    *
000230*                  (ACK, LIST or UNACKED) and the     *
000240*                  operator user-id, then for ACK     *
000250*                  repeated run-date / metric /       *
000260*                  reason / ticket / ack-until card   *
000270*                  groups ended by a run-date card of *
000280*                  'END'.  An ACK must name an alert  *
000290*                  that is on MXAHIST; a second ACK   *
000300*                  of the same alert replaces the     *
000310*                  first (a window extension).  LIST  *
000320*                  prints every acknowledgement with  *
000330*                  its window, and is printed after   *
000340*                  ACK as the proof.  UNACKED lists   *
000350*                  every MXAHIST alert that has stood *
000360*                  24 hours or more with no           *
000370*                  acknowledgement covering it, and   *
000380*                  ends RC=4 when there is any.  RC=8 *
000390*                  when MXACKF or a card is unusable. *
000391* 2026-10-15  DCB  UNACKED takes a lookback card     *
000392*                  after the user-id: alerts more    *
000393*                  than that many days old are not   *
000394*                  listed (000 = MXPARMF key         *
000395*                  ACKLOOK, else 7 days), so alerts  *
000396*                  from before acknowledgements      *
000397*                  existed no longer hold the list   *
000398*                  at RC=4 forever.  An alert is now *
000399*                  listed from the day after its run *
000400*                  date, so a night's alerts reach   *
000401*                  the next turnover.                *
000402*****************************************************

000410 ENVIRONMENT DIVISION.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT ACK-FILE ASSIGN TO MXACKF
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS MX-ACK-KEY
000480         FILE STATUS IS WS-MXACKF-STATUS.

000490     SELECT AHIST-FILE ASSIGN TO MXAHIST
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-MXAHST-STATUS.

000511     SELECT PARM-FILE ASSIGN TO MXPARMF
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS RANDOM
000514         RECORD KEY IS MX-PARM-KEY
000515         FILE STATUS IS WS-MXPARM-STATUS.

000520 DATA DIVISION.

000530 FILE SECTION.
000540*****************************************************
000550* ACK-FILE - the alert-acknowledgement KSDS, keyed   *
000560* on the alert's run date plus metric (MXACKREC).    *
000570*****************************************************
000580 FD  ACK-FILE
000590     RECORD CONTAINS 65 CHARACTERS
000600     LABEL RECORDS ARE STANDARD.
000610 COPY MXACKREC.

000620*****************************************************
000630* AHIST-FILE - the permanent alert history written   *
000640* by the nightly benchmarks, one record per alert.   *
000650*****************************************************
000660 FD  AHIST-FILE
000670     RECORD CONTAINS 48 CHARACTERS
000680     LABEL RECORDS ARE STANDARD.
000690 COPY MXAHSREC.

000691*****************************************************
000692* PARM-FILE - the central tuning-parameter KSDS kept *
000693* by MatrixParmMaint (see MXPRMREC), supplying the   *
000694* UNACKED lookback when its card is zero.            *
000695*****************************************************
000696 FD  PARM-FILE
000697     RECORD CONTAINS 52 CHARACTERS
000698     LABEL RECORDS ARE STANDARD.
000699 COPY MXPRMREC.

000700 WORKING-STORAGE SECTION.

000710*****************************************************
000720* FILE AND LOOP CONTROL SWITCHES                     *
000730*****************************************************
000740 01  WS-MXACKF-STATUS       PIC X(02).
000750 01  WS-MXAHST-STATUS       PIC X(02).
000755 01  WS-MXPARM-STATUS       PIC X(02).

000760 01  WS-SWITCHES.
000770     05  WS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
000780         88  WS-END-OF-FILE            VALUE 'Y'.
000790     05  WS-CARDS-SWITCH    PIC X(01)  VALUE 'N'.
000800         88  WS-CARDS-DONE             VALUE 'Y'.
000810     05  WS-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
000820         88  WS-KEY-FOUND              VALUE 'Y'.
000830     05  WS-ALERT-SWITCH    PIC X(01)  VALUE 'N'.
000840         88  WS-ALERT-ON-FILE          VALUE 'Y'.
000850     05  WS-COVER-SWITCH    PIC X(01)  VALUE 'N'.
000860         88  WS-ALERT-COVERED          VALUE 'Y'.

000870*****************************************************
000880* SYSIN CARDS - function and user-id, then for ACK   *
000890* the repeated run-date/metric/reason/ticket/ack-    *
000896* until groups ended by a run-date card of 'END', or *
000902* for UNACKED the lookback in days (000 = MXPARMF).  *
000910*****************************************************
000920 01  WS-FUNCTION-IN         PIC X(08).
000930 01  WS-USER-IN             PIC X(08).
000940 01  WS-USER                PIC X(08)  VALUE 'UNKNOWN'.
000950 01  WS-RUN-DATE-IN         PIC X(08).
000960 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-IN
000970                            PIC 9(08).
000980 01  WS-METRIC-IN           PIC X(05).
000990 01  WS-REASON-IN           PIC X(04).
001000 01  WS-TICKET-IN           PIC X(12).
001010 01  WS-UNTIL-IN            PIC 9(08).
001011 01  WS-LOOKBACK-IN         PIC 9(03).

001012*****************************************************
001013* CENTRAL-PARAMETER LOOKUP STAGING - the key wanted, *
001014* the value found, and whether a usable (already     *
001015* effective) record was found at all.                *
001016*****************************************************
001017 01  WS-PARM-WANTED         PIC X(08).
001018 01  WS-PARM-NUM            PIC 9(09)  VALUE 0.
001019 01  WS-PARM-FOUND-SW       PIC X(01)  VALUE 'N'.
001020     88  WS-PARM-FOUND                 VALUE 'Y'.

001021 01  WS-TODAY-DATE          PIC 9(08).
001030 01  WS-NOW-TIME            PIC 9(08).

001040 01  WS-ACK-COUNT           PIC 9(04) COMP VALUE 0.
001050 01  WS-LIST-COUNT          PIC 9(04) COMP VALUE 0.
001060 01  WS-OPEN-COUNT          PIC 9(04) COMP VALUE 0.
001070 01  WS-COUNT-TXT           PIC ZZZ9.
001080 01  WS-WINDOW-TXT          PIC X(07).

001090*****************************************************
001100* ACKNOWLEDGEMENT TABLE - every MXACKF window, held  *
001110* for the UNACKED pass so each alert is tested       *
001120* against all of them without re-reading the KSDS.   *
001130*****************************************************
001140 77  WS-ACKT-MAX            PIC 9(04) COMP VALUE 500.
001150 01  WS-ACKT-TABLE.
001160     05  WS-ACKT-ENTRY OCCURS 500 TIMES.
001170         10  WS-ACKT-METRIC PIC X(05).
001180         10  WS-ACKT-FROM   PIC 9(08).
001190         10  WS-ACKT-UNTIL  PIC 9(08).
001200 01  WS-ACKT-COUNT          PIC 9(04) COMP VALUE 0.
001210 01  WS-ACKT-SUB            PIC 9(04) COMP.

001220*****************************************************
001230* ALERT AGE - the day number of today less the day   *
001240* number of the alert's run date.  MXAHIST carries   *
001248* no time of day, so an alert is listed from the day *
001256* after its run date - a night's alerts reach the    *
001264* next morning's turnover - through the lookback     *
001272* (card, else MXPARMF ACKLOOK, else 7 days); older   *
001280* alerts are history, not turnover business.         *
001290*****************************************************
001294 77  WS-AGE-MIN-DAYS        PIC 9(04) COMP VALUE 1.
001298 77  WS-DEFAULT-LOOKBACK    PIC 9(04) COMP VALUE 7.
001302 01  WS-LOOKBACK-DAYS       PIC 9(04) COMP VALUE 7.
001306 01  WS-LOOKBACK-TXT        PIC ZZ9.
001310 01  WS-TODAY-INT           PIC 9(08) COMP VALUE 0.
001320 01  WS-ALERT-INT           PIC 9(08) COMP VALUE 0.
001330 01  WS-AGE-DAYS            PIC 9(08) COMP VALUE 0.
001340 01  WS-AGE-TXT             PIC ZZZ9.
001350 01  WS-LAST-LISTED.
001360     05  WS-LAST-DATE       PIC 9(08)  VALUE 0.
001370     05  WS-LAST-METRIC     PIC X(05)  VALUE SPACES.

001380*****************************************************
001390* RETURN CODES - 4 says at least one alert inside    *
001400* the lookback is still without an acknowledgement.  *
001410*****************************************************
001420 77  WS-OUTSTANDING-RC      PIC 9(04) COMP VALUE 4.

001430 PROCEDURE DIVISION.

001440*****************************************************
001450* 0000-MAINLINE                                      *
001460*****************************************************
001470 0000-MAINLINE.

001480     PERFORM 1000-INITIALIZE
001490         THRU 1000-INITIALIZE-EXIT.

001500     PERFORM 2000-OPEN-ACK-FILE
001510         THRU 2000-OPEN-ACK-FILE-EXIT.

001520     IF WS-FUNCTION-IN = 'ACK'
001530         PERFORM 3000-APPLY-ACKS
001540             THRU 3000-APPLY-ACKS-EXIT
001550     END-IF.

001560     IF WS-FUNCTION-IN = 'UNACKED'
001570         PERFORM 5000-LIST-OUTSTANDING
001580             THRU 5000-LIST-OUTSTANDING-EXIT
001590     ELSE
001600         PERFORM 4000-LIST-ACKS
001610             THRU 4000-LIST-ACKS-EXIT
001620     END-IF.

001630     CLOSE ACK-FILE.

001640     GO TO 9999-EXIT.

001650*****************************************************
001660* 1000-INITIALIZE - the function card (ACK, LIST or  *
001667* UNACKED), the user-id card and, for UNACKED, the   *
001674* lookback card; anything else on the function card  *
001681* is an operator keying error.                       *
001690*****************************************************
001700 1000-INITIALIZE.

001710     MOVE 0 TO RETURN-CODE.

001720     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001730     ACCEPT WS-NOW-TIME FROM TIME.

001740     COMPUTE WS-TODAY-INT =
001750         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).

001760     MOVE SPACES TO WS-FUNCTION-IN.
001770     ACCEPT WS-FUNCTION-IN.

001780     IF WS-FUNCTION-IN NOT = 'ACK'
001790         AND WS-FUNCTION-IN NOT = 'LIST'
001800         AND WS-FUNCTION-IN NOT = 'UNACKED'
001810         DISPLAY 'MATRIXALERTACK: FUNCTION CARD MUST BE '
001820                 'ACK, LIST OR UNACKED, NOT '''
001830                 WS-FUNCTION-IN '''.'
001840         MOVE 8 TO RETURN-CODE
001850         GO TO 9999-EXIT
001860     END-IF.

001870     MOVE SPACES TO WS-USER-IN.
001880     ACCEPT WS-USER-IN.
001890     IF WS-USER-IN NOT = SPACES
001900         MOVE WS-USER-IN TO WS-USER
001910     END-IF.

001911     IF WS-FUNCTION-IN = 'UNACKED'
001912         MOVE 0 TO WS-LOOKBACK-IN
001913         ACCEPT WS-LOOKBACK-IN
001914         IF WS-LOOKBACK-IN > 0
001915             MOVE WS-LOOKBACK-IN TO WS-LOOKBACK-DAYS
001916         ELSE
001917             PERFORM 1100-LOAD-LOOKBACK
001918                 THRU 1100-LOAD-LOOKBACK-EXIT
001919         END-IF
001920     END-IF.

001921 1000-INITIALIZE-EXIT.
001922     EXIT.

001923*****************************************************
001924* 1100-LOAD-LOOKBACK - the UNACKED lookback from the *
001925* MXPARMF key ACKLOOK; a missing file or key keeps   *
001926* the default of 7 days.                             *
001927*****************************************************
001928 1100-LOAD-LOOKBACK.

001929     MOVE WS-DEFAULT-LOOKBACK TO WS-LOOKBACK-DAYS.

001930     OPEN INPUT PARM-FILE.

001931     IF WS-MXPARM-STATUS NOT = '00'
001932         DISPLAY 'MATRIXALERTACK: MXPARMF NOT AVAILABLE, '
001933                 'STATUS= ' WS-MXPARM-STATUS
001934                 ' - USING THE DEFAULT LOOKBACK.'
001935         GO TO 1100-LOAD-LOOKBACK-EXIT
001936     END-IF.

001937     MOVE 'ACKLOOK' TO WS-PARM-WANTED.
001938     PERFORM 1110-GET-ONE-PARM
001939         THRU 1110-GET-ONE-PARM-EXIT.
001940     IF WS-PARM-FOUND AND WS-PARM-NUM > 0
001941         AND WS-PARM-NUM < 1000
001942         MOVE WS-PARM-NUM TO WS-LOOKBACK-DAYS
001943     END-IF.

001944     CLOSE PARM-FILE.

001945 1100-LOAD-LOOKBACK-EXIT.
001946     EXIT.

001947*****************************************************
001948* 1110-GET-ONE-PARM - random read of one MXPARMF key *
001949* into the WS-PARM staging fields; found means found *
001950* AND already effective today.                       *
001951*****************************************************
001952 1110-GET-ONE-PARM.

001953     MOVE 'N' TO WS-PARM-FOUND-SW.
001954     MOVE WS-PARM-WANTED TO MX-PARM-KEY.

001955     READ PARM-FILE
001956         INVALID KEY
001957             CONTINUE
001958         NOT INVALID KEY
001959             IF MX-PARM-EFF-DATE NOT > WS-TODAY-DATE
001960                 MOVE 'Y' TO WS-PARM-FOUND-SW
001961                 MOVE MX-PARM-VALUE TO WS-PARM-NUM
001962             END-IF
001963     END-READ.

001964 1110-GET-ONE-PARM-EXIT.
001965     EXIT.

001966*****************************************************
001967* 2000-OPEN-ACK-FILE - I-O for maintenance; a file   *
001968* not yet loaded (status 05/35) is created empty so  *
001970* the first ACK run needs no separate seeding.       *
001980*****************************************************
001990 2000-OPEN-ACK-FILE.

002000     OPEN I-O ACK-FILE.

002010     IF WS-MXACKF-STATUS = '05' OR WS-MXACKF-STATUS = '35'
002020         OPEN OUTPUT ACK-FILE
002030         CLOSE ACK-FILE
002040         OPEN I-O ACK-FILE
002050         DISPLAY 'MATRIXALERTACK: MXACKF WAS EMPTY - '
002060                 'CREATED.'
002070     END-IF.

002080     IF WS-MXACKF-STATUS NOT = '00'
002090         DISPLAY 'MATRIXALERTACK: MXACKF NOT AVAILABLE, '
002100                 'STATUS= ' WS-MXACKF-STATUS
002110         MOVE 8 TO RETURN-CODE
002120         GO TO 9999-EXIT
002130     END-IF.

002140 2000-OPEN-ACK-FILE-EXIT.
002150     EXIT.

002160*****************************************************
002170* 3000-APPLY-ACKS - reads run-date/metric/reason/    *
002180* ticket/ack-until card groups until the END card,   *
002190* writing (or replacing) one MXACKF record per       *
002200* group.                                             *
002210*****************************************************
002220 3000-APPLY-ACKS.

002230     PERFORM 3100-APPLY-ONE-ACK
002240         THRU 3100-APPLY-ONE-ACK-EXIT
002250         UNTIL WS-CARDS-DONE.

002260     MOVE WS-ACK-COUNT TO WS-COUNT-TXT.
002270     DISPLAY 'MATRIXALERTACK: ' WS-COUNT-TXT
002280             ' ACKNOWLEDGEMENT(S) RECORDED.'.

002290 3000-APPLY-ACKS-EXIT.
002300     EXIT.

002310 3100-APPLY-ONE-ACK.

002320     MOVE SPACES TO WS-RUN-DATE-IN.
002330     ACCEPT WS-RUN-DATE-IN.

002340     IF WS-RUN-DATE-IN = 'END' OR WS-RUN-DATE-IN = SPACES
002350         MOVE 'Y' TO WS-CARDS-SWITCH
002360         GO TO 3100-APPLY-ONE-ACK-EXIT
002370     END-IF.

002380     MOVE SPACES TO WS-METRIC-IN.
002390     ACCEPT WS-METRIC-IN.
002400     MOVE SPACES TO WS-REASON-IN.
002410     ACCEPT WS-REASON-IN.
002420     MOVE SPACES TO WS-TICKET-IN.
002430     ACCEPT WS-TICKET-IN.
002440     MOVE 0 TO WS-UNTIL-IN.
002450     ACCEPT WS-UNTIL-IN.

002460     IF WS-RUN-DATE-IN NOT NUMERIC
002470         OR WS-RUN-DATE-NUM = 0
002480         DISPLAY 'MATRIXALERTACK: RUN DATE CARD '''
002490                 WS-RUN-DATE-IN ''' IS NOT A DATE - GROUP '
002500                 'REJECTED.'
002510         MOVE 8 TO RETURN-CODE
002520         GO TO 3100-APPLY-ONE-ACK-EXIT
002530     END-IF.

002540     IF WS-METRIC-IN = SPACES OR WS-REASON-IN = SPACES
002550         DISPLAY 'MATRIXALERTACK: METRIC AND REASON ARE '
002560                 'REQUIRED FOR ' WS-RUN-DATE-IN
002570                 ' - GROUP REJECTED.'
002580         MOVE 8 TO RETURN-CODE
002590         GO TO 3100-APPLY-ONE-ACK-EXIT
002600     END-IF.

002610* A zero ack-until covers the alert through today only.
002620     IF WS-UNTIL-IN = 0
002630         MOVE WS-TODAY-DATE TO WS-UNTIL-IN
002640     END-IF.

002650     IF WS-UNTIL-IN < WS-RUN-DATE-NUM
002660         DISPLAY 'MATRIXALERTACK: ACK-UNTIL ' WS-UNTIL-IN
002670                 ' IS BEFORE THE ALERT DATE '
002680                 WS-RUN-DATE-IN ' - GROUP REJECTED.'
002690         MOVE 8 TO RETURN-CODE
002700         GO TO 3100-APPLY-ONE-ACK-EXIT
002710     END-IF.

002720     PERFORM 3200-FIND-ALERT
002730         THRU 3200-FIND-ALERT-EXIT.

002740     IF NOT WS-ALERT-ON-FILE
002750         DISPLAY 'MATRIXALERTACK: NO ' WS-METRIC-IN
002760                 ' ALERT ON MXAHIST FOR ' WS-RUN-DATE-IN
002770                 ' - GROUP REJECTED.'
002780         MOVE 8 TO RETURN-CODE
002790         GO TO 3100-APPLY-ONE-ACK-EXIT
002800     END-IF.

002810     PERFORM 3300-READ-OLD-ACK
002820         THRU 3300-READ-OLD-ACK-EXIT.

002830     MOVE SPACES TO MX-ACK-RECORD.
002840     MOVE WS-RUN-DATE-NUM   TO MX-ACK-RUN-DATE.
002850     MOVE WS-METRIC-IN      TO MX-ACK-METRIC.
002860     MOVE WS-REASON-IN      TO MX-ACK-REASON.
002870     MOVE WS-TICKET-IN      TO MX-ACK-TICKET.
002880     MOVE WS-USER           TO MX-ACK-USER.
002890     MOVE WS-UNTIL-IN       TO MX-ACK-UNTIL-DATE.
002900     MOVE WS-TODAY-DATE     TO MX-ACK-ACK-DATE.
002910     MOVE WS-NOW-TIME (1:6) TO MX-ACK-ACK-TIME.

002920     IF WS-KEY-FOUND
002930         REWRITE MX-ACK-RECORD
002940             INVALID KEY
002950                 DISPLAY 'MATRIXALERTACK: REWRITE FAILED FOR '
002960                         MX-ACK-KEY ', STATUS= '
002970                         WS-MXACKF-STATUS
002980                 MOVE 8 TO RETURN-CODE
002990                 GO TO 3100-APPLY-ONE-ACK-EXIT
003000         END-REWRITE
003010     ELSE
003020         WRITE MX-ACK-RECORD
003030             INVALID KEY
003040                 DISPLAY 'MATRIXALERTACK: WRITE FAILED FOR '
003050                         MX-ACK-KEY ', STATUS= '
003060                         WS-MXACKF-STATUS
003070                 MOVE 8 TO RETURN-CODE
003080                 GO TO 3100-APPLY-ONE-ACK-EXIT
003090         END-WRITE
003100     END-IF.

003110     ADD 1 TO WS-ACK-COUNT.
003120     DISPLAY 'MATRIXALERTACK: ' WS-METRIC-IN ' ALERT OF '
003130             WS-RUN-DATE-IN ' ACKNOWLEDGED UNTIL '
003140             WS-UNTIL-IN ' BY ' WS-USER ' (' WS-REASON-IN
003150             ' ' WS-TICKET-IN ').'.

003160 3100-APPLY-ONE-ACK-EXIT.
003170     EXIT.

003180*****************************************************
003190* 3200-FIND-ALERT - scans MXAHIST for an alert of    *
003200* the carded run date and metric; an acknowledgement *
003210* must answer an alert that was actually raised.     *
003220*****************************************************
003230 3200-FIND-ALERT.

003240     MOVE 'N' TO WS-ALERT-SWITCH.
003250     MOVE 'N' TO WS-EOF-SWITCH.

003260     OPEN INPUT AHIST-FILE.

003270     IF WS-MXAHST-STATUS NOT = '00'
003280         DISPLAY 'MATRIXALERTACK: MXAHIST NOT AVAILABLE, '
003290                 'STATUS= ' WS-MXAHST-STATUS
003300         GO TO 3200-FIND-ALERT-EXIT
003310     END-IF.

003320     PERFORM 3210-MATCH-ONE-ALERT
003330         THRU 3210-MATCH-ONE-ALERT-EXIT
003340         UNTIL WS-END-OF-FILE OR WS-ALERT-ON-FILE.

003350     CLOSE AHIST-FILE.

003360 3200-FIND-ALERT-EXIT.
003370     EXIT.

003380 3210-MATCH-ONE-ALERT.

003390     READ AHIST-FILE
003400         AT END
003410             MOVE 'Y' TO WS-EOF-SWITCH
003420         NOT AT END
003430             IF MX-AHIST-RUN-DATE = WS-RUN-DATE-NUM
003440                 AND MX-AHIST-METRIC = WS-METRIC-IN
003450                 MOVE 'Y' TO WS-ALERT-SWITCH
003460             END-IF
003470     END-READ.

003480 3210-MATCH-ONE-ALERT-EXIT.
003490     EXIT.

003500*****************************************************
003510* 3300-READ-OLD-ACK - random-reads the key so a      *
003520* re-acknowledgement rewrites instead of failing as  *
003530* a duplicate.                                       *
003540*****************************************************
003550 3300-READ-OLD-ACK.

003560     MOVE 'N' TO WS-FOUND-SWITCH.

003570     MOVE WS-RUN-DATE-NUM TO MX-ACK-RUN-DATE.
003580     MOVE WS-METRIC-IN TO MX-ACK-METRIC.

003590     READ ACK-FILE
003600         INVALID KEY
003610             CONTINUE
003620         NOT INVALID KEY
003630             MOVE 'Y' TO WS-FOUND-SWITCH
003640             DISPLAY 'MATRIXALERTACK: ' WS-METRIC-IN
003650                     ' ALERT OF ' WS-RUN-DATE-IN
003660                     ' WAS ACKNOWLEDGED UNTIL '
003670                     MX-ACK-UNTIL-DATE ' BY ' MX-ACK-USER
003680                     ' - REPLACED.'
003690     END-READ.

003700 3300-READ-OLD-ACK-EXIT.
003710     EXIT.

003720*****************************************************
003730* 4000-LIST-ACKS - prints every acknowledgement in   *
003740* key order with its window and whether the window   *
003750* is still open today - run after an ACK this is the *
003760* proof, run alone it is the inquiry.                *
003770*****************************************************
003780 4000-LIST-ACKS.

003790     DISPLAY 'MATRIXALERTACK: ALERT ACKNOWLEDGEMENTS'.

003800     MOVE 'N' TO WS-EOF-SWITCH.
003810     MOVE LOW-VALUES TO MX-ACK-KEY.

003820     START ACK-FILE KEY NOT < MX-ACK-KEY
003830         INVALID KEY
003840             MOVE 'Y' TO WS-EOF-SWITCH
003850     END-START.

003860     PERFORM 4100-LIST-ONE-ACK
003870         THRU 4100-LIST-ONE-ACK-EXIT
003880         UNTIL WS-END-OF-FILE.

003890     IF WS-LIST-COUNT = 0
003900         DISPLAY '  MXACKF HOLDS NO ACKNOWLEDGEMENTS YET.'
003910     END-IF.

003920 4000-LIST-ACKS-EXIT.
003930     EXIT.

003940 4100-LIST-ONE-ACK.

003950     READ ACK-FILE NEXT
003960         AT END
003970             MOVE 'Y' TO WS-EOF-SWITCH
003980         NOT AT END
003990             ADD 1 TO WS-LIST-COUNT
004000             IF MX-ACK-UNTIL-DATE < WS-TODAY-DATE
004010                 MOVE 'EXPIRED' TO WS-WINDOW-TXT
004020             ELSE
004030                 MOVE 'ACTIVE ' TO WS-WINDOW-TXT
004040             END-IF
004050             DISPLAY '  ' MX-ACK-RUN-DATE ' ' MX-ACK-METRIC
004060                 '  UNTIL ' MX-ACK-UNTIL-DATE
004070                 ' ' WS-WINDOW-TXT
004080                 '  ' MX-ACK-REASON ' ' MX-ACK-TICKET
004090                 '  BY ' MX-ACK-USER ' ' MX-ACK-ACK-DATE
004100                 '/' MX-ACK-ACK-TIME
004110     END-READ.

004120 4100-LIST-ONE-ACK-EXIT.
004130     EXIT.

004140*****************************************************
004148* 5000-LIST-OUTSTANDING - every MXAHIST alert from   *
004156* a run date before today and inside the lookback    *
004164* that no MXACKF window covers (same metric, window  *
004172* from the acknowledged run date through ack-until   *
004180* spanning the alert's run date).  Several alerts of *
004188* one metric on one date (a sweep) list once.  RC=4  *
004196* when anything is listed, so a scheduled run can    *
004204* page.                                              *
004220*****************************************************
004230 5000-LIST-OUTSTANDING.

004240     PERFORM 5100-LOAD-ACK-TABLE
004250         THRU 5100-LOAD-ACK-TABLE-EXIT.

004260     OPEN INPUT AHIST-FILE.

004270     IF WS-MXAHST-STATUS NOT = '00'
004280         DISPLAY 'MATRIXALERTACK: MXAHIST NOT AVAILABLE, '
004290                 'STATUS= ' WS-MXAHST-STATUS
004300         MOVE 8 TO RETURN-CODE
004310         GO TO 5000-LIST-OUTSTANDING-EXIT
004320     END-IF.

004327     MOVE WS-LOOKBACK-DAYS TO WS-LOOKBACK-TXT.
004334     DISPLAY 'MATRIXALERTACK: ALERTS UNACKNOWLEDGED FROM '
004341             'THE LAST ' WS-LOOKBACK-TXT ' DAY(S)'.

004350     MOVE 'N' TO WS-EOF-SWITCH.

004360     PERFORM 5200-CHECK-ONE-ALERT
004370         THRU 5200-CHECK-ONE-ALERT-EXIT
004380         UNTIL WS-END-OF-FILE.

004390     CLOSE AHIST-FILE.

004400     IF WS-OPEN-COUNT = 0
004410         DISPLAY '  NONE - EVERY ALERT IN THE LOOKBACK IS '
004420                 'ACKNOWLEDGED.'
004430     ELSE
004440         MOVE WS-OPEN-COUNT TO WS-COUNT-TXT
004450         DISPLAY 'MATRIXALERTACK: *** ' WS-COUNT-TXT
004460                 ' ALERT(S) STILL UNACKNOWLEDGED. ***'
004470         MOVE WS-OUTSTANDING-RC TO RETURN-CODE
004480     END-IF.

004490 5000-LIST-OUTSTANDING-EXIT.
004500     EXIT.

004510*****************************************************
004520* 5100-LOAD-ACK-TABLE - every MXACKF window into     *
004530* the table, in key order.                           *
004540*****************************************************
004550 5100-LOAD-ACK-TABLE.

004560     MOVE 'N' TO WS-EOF-SWITCH.
004570     MOVE LOW-VALUES TO MX-ACK-KEY.

004580     START ACK-FILE KEY NOT < MX-ACK-KEY
004590         INVALID KEY
004600             MOVE 'Y' TO WS-EOF-SWITCH
004610     END-START.

004620     PERFORM 5110-LOAD-ONE-ACK
004630         THRU 5110-LOAD-ONE-ACK-EXIT
004640         UNTIL WS-END-OF-FILE.

004650 5100-LOAD-ACK-TABLE-EXIT.
004660     EXIT.

004670 5110-LOAD-ONE-ACK.

004680     READ ACK-FILE NEXT
004690         AT END
004700             MOVE 'Y' TO WS-EOF-SWITCH
004710         NOT AT END
004720             IF WS-ACKT-COUNT < WS-ACKT-MAX
004730                 ADD 1 TO WS-ACKT-COUNT
004740                 MOVE MX-ACK-METRIC
004750                     TO WS-ACKT-METRIC (WS-ACKT-COUNT)
004760                 MOVE MX-ACK-RUN-DATE
004770                     TO WS-ACKT-FROM (WS-ACKT-COUNT)
004780                 MOVE MX-ACK-UNTIL-DATE
004790                     TO WS-ACKT-UNTIL (WS-ACKT-COUNT)
004800             ELSE
004810                 DISPLAY 'MATRIXALERTACK: MORE THAN '
004820                         WS-ACKT-MAX ' ACKNOWLEDGEMENTS - '
004830                         'THE REST ARE NOT CONSULTED.'
004840                 MOVE 'Y' TO WS-EOF-SWITCH
004850             END-IF
004860     END-READ.

004870 5110-LOAD-ONE-ACK-EXIT.
004880     EXIT.

004890*****************************************************
004900* 5200-CHECK-ONE-ALERT - one MXAHIST record: too     *
004906* young, past the lookback, already listed, or       *
004912* covered means skip; otherwise it is listed with    *
004920* its age in days.                                   *
004930*****************************************************
004940 5200-CHECK-ONE-ALERT.

004950     READ AHIST-FILE
004960         AT END
004970             MOVE 'Y' TO WS-EOF-SWITCH
004980             GO TO 5200-CHECK-ONE-ALERT-EXIT
004990     END-READ.

005000     IF MX-AHIST-RUN-DATE NOT NUMERIC
005010         OR MX-AHIST-RUN-DATE > WS-TODAY-DATE
005020         GO TO 5200-CHECK-ONE-ALERT-EXIT
005030     END-IF.

005040     COMPUTE WS-ALERT-INT =
005050         FUNCTION INTEGER-OF-DATE (MX-AHIST-RUN-DATE).
005060     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ALERT-INT.

005070     IF WS-AGE-DAYS < WS-AGE-MIN-DAYS
005075         OR WS-AGE-DAYS > WS-LOOKBACK-DAYS
005080         GO TO 5200-CHECK-ONE-ALERT-EXIT
005090     END-IF.

005100     IF MX-AHIST-RUN-DATE = WS-LAST-DATE
005110         AND MX-AHIST-METRIC = WS-LAST-METRIC
005120         GO TO 5200-CHECK-ONE-ALERT-EXIT
005130     END-IF.

005140     MOVE 'N' TO WS-COVER-SWITCH.

005150     PERFORM 5210-MATCH-ONE-WINDOW
005160         THRU 5210-MATCH-ONE-WINDOW-EXIT
005170         VARYING WS-ACKT-SUB FROM 1 BY 1
005180         UNTIL WS-ACKT-SUB > WS-ACKT-COUNT
005190         OR WS-ALERT-COVERED.

005200     IF WS-ALERT-COVERED
005210         GO TO 5200-CHECK-ONE-ALERT-EXIT
005220     END-IF.

005230     MOVE MX-AHIST-RUN-DATE TO WS-LAST-DATE.
005240     MOVE MX-AHIST-METRIC TO WS-LAST-METRIC.

005250     ADD 1 TO WS-OPEN-COUNT.
005260     MOVE WS-AGE-DAYS TO WS-AGE-TXT.
005270     DISPLAY '  ' MX-AHIST-RUN-DATE ' ' MX-AHIST-METRIC
005280             '  ACTUAL ' MX-AHIST-ACTUAL
005290             '  CEILING ' MX-AHIST-THRESHOLD
005300             '  RC ' MX-AHIST-RETURN-CODE
005310             '  JOB ' MX-AHIST-JOB-NAME
005320             '  AGE ' WS-AGE-TXT ' DAY(S)'.

005330 5200-CHECK-ONE-ALERT-EXIT.
005340     EXIT.

005350 5210-MATCH-ONE-WINDOW.

005360     IF WS-ACKT-METRIC (WS-ACKT-SUB) = MX-AHIST-METRIC
005370         AND WS-ACKT-FROM (WS-ACKT-SUB)
005380             NOT > MX-AHIST-RUN-DATE
005390         AND WS-ACKT-UNTIL (WS-ACKT-SUB)
005400             NOT < MX-AHIST-RUN-DATE
005410         MOVE 'Y' TO WS-COVER-SWITCH
005420     END-IF.

005430 5210-MATCH-ONE-WINDOW-EXIT.
005440     EXIT.

005450*****************************************************
005460* 9999-EXIT - single program exit point.             *
005470*****************************************************
005480 9999-EXIT.

005490     GOBACK.
