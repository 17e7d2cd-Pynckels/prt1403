000370*                  chronic breach - the scheduler     *
000380*                  can hold the job stream on it.     *
000390*                  RC=8 when MXAHIST is unusable.     *
000391* 2026-10-15  DCB  Operator acknowledgements (MXACKF, *
000392*                  see MXACKREC/MatrixAlertAck): a    *
000393*                  metric whose acknowledgement       *
000394*                  window covers today still has its  *
000395*                  streak counted and its MXESCF      *
000396*                  record written, but the severity   *
000397*                  is held at the streak it had on    *
000398*                  the acknowledged alert's run date  *
000399*                  and the record carries RC=00 - it  *
000400*                  neither raises the step's return   *
000401*                  code nor re-pages DUTYMGR.  A      *
000402*                  missing MXACKF means nothing is    *
000403*                  acknowledged, as before.           *
000404* 2026-10-15  DCB  Pageable escalations (RC 04/10)   *
000405*                  are also written to MXESCP, which *
000406*                  the DUTYMGR forwarding step       *
000407*                  copies instead of MXESCF; an      *
000408*                  acknowledged metric's RC=00 row   *
000409*                  stays in MXESCF for the event     *
000410*                  feed but no longer reaches the    *
000411*                  duty manager on a night another   *
000412*                  metric escalates.  RC=0 now means *
000413*                  no pageable rows.                 *
000414*****************************************************

000415 ENVIRONMENT DIVISION.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-MXESCF-STATUS.

000491     SELECT PAGE-FILE ASSIGN TO MXESCP
000492         ORGANIZATION IS SEQUENTIAL
000493         FILE STATUS IS WS-MXESCP-STATUS.

000494     SELECT ACK-FILE ASSIGN TO MXACKF
000495         ORGANIZATION IS INDEXED
000496         ACCESS MODE IS SEQUENTIAL
000497         RECORD KEY IS MX-ACK-KEY
000498         FILE STATUS IS WS-MXACKF-STATUS.

000500 DATA DIVISION.

000510 FILE SECTION.
000600 COPY MXAHSREC.

000610*****************************************************
000620* ESC-FILE - every metric that breached tonight,     *
000630* acknowledged ones included at RC=00 (see           *
000640* MXESCREC).  Rewritten from scratch every run, so   *
000650* it never holds a stale night's escalations.        *
000660*****************************************************
000670 FD  ESC-FILE
000680     RECORD CONTAINS 52 CHARACTERS
000690     LABEL RECORDS ARE STANDARD.
000700 COPY MXESCREC.

000701*****************************************************
000702* PAGE-FILE - the pageable subset of ESC-FILE (RC 04 *
000703* or 10 only), for the high-destination paging step. *
000704* Rewritten from scratch every run, so a night with  *
000705* no pageable escalation leaves it empty and nothing *
000706* stale or acknowledged can re-page.                 *
000707*****************************************************
000708 FD  PAGE-FILE
000709     RECORD CONTAINS 52 CHARACTERS
000710     LABEL RECORDS ARE STANDARD.
000711 01  MX-PAGE-RECORD             PIC X(52).

000712*****************************************************
000713* ACK-FILE - operator alert acknowledgements, keyed  *
000714* on the alert's run date plus metric (MXACKREC).    *
000715*****************************************************
000716 FD  ACK-FILE
000717     RECORD CONTAINS 65 CHARACTERS
000718     LABEL RECORDS ARE STANDARD.
000719 COPY MXACKREC.

000720 WORKING-STORAGE SECTION.

000721*****************************************************
000730* FILE AND LOOP CONTROL SWITCHES                     *
000740*****************************************************
000750 01  WS-MXAHST-STATUS       PIC X(02).
000760 01  WS-MXESCF-STATUS       PIC X(02).
000762 01  WS-MXESCP-STATUS       PIC X(02).
000765 01  WS-MXACKF-STATUS       PIC X(02).

000770 01  WS-SWITCHES.
000780     05  WS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001050         10  WS-MET-TODAY-SW PIC X(01).
001060         10  WS-MET-ACTUAL  PIC 9(03).9(06).
001070         10  WS-MET-THRESH  PIC 9(03).9(06).
001072         10  WS-MET-ACK-SW  PIC X(01).
001074         10  WS-MET-ACK-FROM PIC 9(08).
001076         10  WS-MET-ACK-TICKET PIC X(12).
001080         10  WS-MET-DATE OCCURS 120 TIMES PIC 9(08).
001090 01  WS-MET-COUNT           PIC 9(02) COMP VALUE 0.
001100 01  WS-MET-SUB             PIC 9(02) COMP.
001210 01  WS-EXPECT-INT          PIC 9(08) COMP VALUE 0.
001220 01  WS-THIS-INT            PIC 9(08) COMP VALUE 0.

001221*****************************************************
001222* HELD-SEVERITY WORK AREA - for an acknowledged      *
001223* metric, the streak it had on the acknowledged      *
001224* alert's run date: today's streak less the days     *
001225* since, never below one.                            *
001226*****************************************************
001227 01  WS-ACK-FROM-INT        PIC 9(08) COMP VALUE 0.
001228 01  WS-HELD-STREAK         PIC S9(05) COMP VALUE 0.
001229 01  WS-HELD-COUNT          PIC 9(03) COMP VALUE 0.
001230 01  WS-TODAY-INT           PIC 9(08) COMP VALUE 0.

001231 01  WS-SEVERITY            PIC X(08).
001240 01  WS-ESC-RC              PIC 9(02) COMP VALUE 0.
001250 01  WS-CONSEC-TXT          PIC ZZ9.
001260 01  WS-COUNT-TXT           PIC ZZ9.

001280*****************************************************
001290* RETURN CODES - 4 says an escalation was written    *
001300* (the paging step forwards MXESCP), 10 says a       *
001310* CHRONIC streak is present and the scheduler can    *
001320* hold the job stream on it.                         *
001330*****************************************************
001450     PERFORM 3000-LOAD-ALERT-HISTORY
001460         THRU 3000-LOAD-ALERT-HISTORY-EXIT.

001463     PERFORM 3500-LOAD-ACKNOWLEDGEMENTS
001466         THRU 3500-LOAD-ACKNOWLEDGEMENTS-EXIT.

001470     PERFORM 4000-EVALUATE-STREAKS
001480         THRU 4000-EVALUATE-STREAKS-EXIT.

001500         THRU 5000-SET-RETURN-CODE-EXIT.

001510     CLOSE ESC-FILE.
001515     CLOSE PAGE-FILE.

001520     GO TO 9999-EXIT.

001670     EXIT.

001680*****************************************************
001688* 2000-OPEN-FILES - MXESCF and MXESCP are rewritten  *
001696* from scratch every run, the same reset idiom       *
001704* MXALRT gets, so a night with no pageable           *
001712* escalation leaves MXESCP EMPTY and nothing stale   *
001720* can re-page.                                       *
001730*****************************************************
001740 2000-OPEN-FILES.
001760     IF WS-MXESCF-STATUS NOT = '00'
001770         DISPLAY 'MATRIXALERTESCALATE: MXESCF NOT '
001780                 'AVAILABLE, STATUS= ' WS-MXESCF-STATUS
001781         MOVE 8 TO RETURN-CODE
001782         GO TO 9999-EXIT
001783     END-IF.

001784     OPEN OUTPUT PAGE-FILE.

001785     IF WS-MXESCP-STATUS NOT = '00'
001786         DISPLAY 'MATRIXALERTESCALATE: MXESCP NOT '
001787                 'AVAILABLE, STATUS= ' WS-MXESCP-STATUS
001790         MOVE 8 TO RETURN-CODE
001800         GO TO 9999-EXIT
001810     END-IF.
002550         MOVE MX-AHIST-METRIC
002560             TO WS-MET-NAME (WS-MET-COUNT)
002570         MOVE 'N' TO WS-MET-TODAY-SW (WS-MET-COUNT)
002575         MOVE 'N' TO WS-MET-ACK-SW (WS-MET-COUNT)
002580     END-IF.

002590 3300-FIND-METRIC-ROW-EXIT.
002900 3410-SHIFT-BREACH-DATE-EXIT.
002910     EXIT.

002911*****************************************************
002912* 3500-LOAD-ACKNOWLEDGEMENTS - marks every metric    *
002913* with an MXACKF window (acknowledged run date       *
002914* through ack-until) covering today.  Records arrive *
002915* in run-date order, so of several covering windows  *
002916* the latest acknowledged date is the one kept.  An  *
002917* unavailable MXACKF leaves every metric             *
002918* unacknowledged.                                    *
002919*****************************************************
002920 3500-LOAD-ACKNOWLEDGEMENTS.

002921     IF WS-MET-COUNT = 0
002922         GO TO 3500-LOAD-ACKNOWLEDGEMENTS-EXIT
002923     END-IF.

002924     OPEN INPUT ACK-FILE.

002925     IF WS-MXACKF-STATUS NOT = '00'
002926         DISPLAY 'MATRIXALERTESCALATE: MXACKF NOT '
002927                 'AVAILABLE, STATUS= ' WS-MXACKF-STATUS
002928                 ' - NO ACKNOWLEDGEMENTS APPLIED.'
002929         GO TO 3500-LOAD-ACKNOWLEDGEMENTS-EXIT
002930     END-IF.

002931     MOVE 'N' TO WS-EOF-SWITCH.

002932     PERFORM 3510-READ-ACK-RECORD
002933         THRU 3510-READ-ACK-RECORD-EXIT
002934         UNTIL WS-END-OF-FILE.

002935     CLOSE ACK-FILE.

002936 3500-LOAD-ACKNOWLEDGEMENTS-EXIT.
002937     EXIT.

002938 3510-READ-ACK-RECORD.

002939     READ ACK-FILE
002940         AT END
002941             MOVE 'Y' TO WS-EOF-SWITCH
002942             GO TO 3510-READ-ACK-RECORD-EXIT
002943     END-READ.

002944     IF MX-ACK-RUN-DATE > WS-TODAY-DATE
002945         OR MX-ACK-UNTIL-DATE < WS-TODAY-DATE
002946         GO TO 3510-READ-ACK-RECORD-EXIT
002947     END-IF.

002948     PERFORM 3520-MATCH-ACK-METRIC
002949         THRU 3520-MATCH-ACK-METRIC-EXIT
002950         VARYING WS-MET-SUB FROM 1 BY 1
002951         UNTIL WS-MET-SUB > WS-MET-COUNT.

002952 3510-READ-ACK-RECORD-EXIT.
002953     EXIT.

002954 3520-MATCH-ACK-METRIC.

002955     IF WS-MET-NAME (WS-MET-SUB) = MX-ACK-METRIC
002956         MOVE 'Y' TO WS-MET-ACK-SW (WS-MET-SUB)
002957         MOVE MX-ACK-RUN-DATE
002958             TO WS-MET-ACK-FROM (WS-MET-SUB)
002959         MOVE MX-ACK-TICKET
002960             TO WS-MET-ACK-TICKET (WS-MET-SUB)
002961     END-IF.

002962 3520-MATCH-ACK-METRIC-EXIT.
002963     EXIT.

002964*****************************************************
002965* 4000-EVALUATE-STREAKS - every metric that breached *
002966* today gets its consecutive-date streak counted and *
002967* one escalation record written.                     *
002968*****************************************************
002970 4000-EVALUATE-STREAKS.

002980     IF WS-MET-COUNT = 0
003060         UNTIL WS-MET-SUB > WS-MET-COUNT.

003070     IF NOT WS-ESCALATED
003080         DISPLAY 'MATRIXALERTESCALATE: NO UNACKNOWLEDGED '
003090                 'METRIC BREACHED ON ' WS-TODAY-DATE
003100                 ' - NOTHING TO ESCALATE.'
003110     END-IF.

003120 4000-EVALUATE-STREAKS-EXIT.
003180     PERFORM 4200-COUNT-STREAK
003190         THRU 4200-COUNT-STREAK-EXIT.

003191     IF WS-MET-ACK-SW (WS-MET-SUB) = 'Y'
003192         PERFORM 4400-HOLD-ACKED-SEVERITY
003193             THRU 4400-HOLD-ACKED-SEVERITY-EXIT
003194         GO TO 4100-EVALUATE-ONE-METRIC-EXIT
003195     END-IF.

003200     IF WS-STREAK-COUNT NOT < WS-CHRONIC-N
003210         MOVE 'CHRONIC ' TO WS-SEVERITY
003220         MOVE 'Y' TO WS-CHRONIC-SWITCH

003680*****************************************************
003690* 4300-WRITE-ESCALATION - one MXESCF record for the  *
003696* metric, the same record to MXESCP for the paging   *
003702* step, plus the operator-readable line.             *
003710*****************************************************
003720 4300-WRITE-ESCALATION.

003800     MOVE WS-ESC-RC TO MX-ESC-RETURN-CODE.

003810     WRITE MX-ESC-RECORD.
003815     WRITE MX-PAGE-RECORD FROM MX-ESC-RECORD.

003820     SET WS-ESCALATED TO TRUE.
003830     ADD 1 TO WS-ESC-COUNT.
003890 4300-WRITE-ESCALATION-EXIT.
003900     EXIT.

003901*****************************************************
003902* 4400-HOLD-ACKED-SEVERITY - an acknowledged metric: *
003903* the full streak is still recorded, but the         *
003904* severity is the one its streak had on the          *
003905* acknowledged run date, and the record carries      *
003906* RC=00 and goes to MXESCF only - never to MXESCP -  *
003907* so it neither sets the step's return code nor      *
003908* pages, whatever else escalates tonight.            *
003909*****************************************************
003910 4400-HOLD-ACKED-SEVERITY.

003911     COMPUTE WS-TODAY-INT =
003912         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
003913     COMPUTE WS-ACK-FROM-INT =
003914         FUNCTION INTEGER-OF-DATE
003915             (WS-MET-ACK-FROM (WS-MET-SUB)).

003916     COMPUTE WS-HELD-STREAK =
003917         WS-STREAK-COUNT - (WS-TODAY-INT - WS-ACK-FROM-INT).

003918     IF WS-HELD-STREAK < 1
003919         MOVE 1 TO WS-HELD-COUNT
003920     ELSE
003921         MOVE WS-HELD-STREAK TO WS-HELD-COUNT
003922     END-IF.

003923     IF WS-HELD-COUNT NOT < WS-CHRONIC-N
003924         MOVE 'CHRONIC ' TO WS-SEVERITY
003925     ELSE
003926         IF WS-HELD-COUNT > 1
003927             MOVE 'REPEATED' TO WS-SEVERITY
003928         ELSE
003929             MOVE 'FIRST   ' TO WS-SEVERITY
003930         END-IF
003931     END-IF.

003932     MOVE SPACES TO MX-ESC-RECORD.

003933     MOVE WS-TODAY-DATE TO MX-ESC-RUN-DATE.
003934     MOVE WS-MET-NAME (WS-MET-SUB) TO MX-ESC-METRIC.
003935     MOVE WS-STREAK-COUNT TO MX-ESC-CONSEC.
003936     MOVE WS-SEVERITY TO MX-ESC-SEVERITY.
003937     MOVE WS-MET-ACTUAL (WS-MET-SUB) TO MX-ESC-ACTUAL.
003938     MOVE WS-MET-THRESH (WS-MET-SUB) TO MX-ESC-THRESHOLD.
003939     MOVE 0 TO MX-ESC-RETURN-CODE.

003940     WRITE MX-ESC-RECORD.

003941     MOVE WS-STREAK-COUNT TO WS-CONSEC-TXT.
003942     DISPLAY 'MATRIXALERTESCALATE: ' WS-MET-NAME (WS-MET-SUB)
003943             ' HAS BREACHED ON ' WS-CONSEC-TXT
003944             ' CONSECUTIVE RUN DATE(S) - ACKNOWLEDGED ('
003945             WS-MET-ACK-TICKET (WS-MET-SUB)
003946             '), HELD AT ' WS-SEVERITY '.'.

003947 4400-HOLD-ACKED-SEVERITY-EXIT.
003948     EXIT.

003949*****************************************************
003950* 5000-SET-RETURN-CODE - chronic wins over plain     *
003951* escalation; RC=0 means no pageable rows (MXESCP is *
003952* empty, though MXESCF may hold acknowledged RC=00   *
003953* rows), so the forwarding step is skipped.          *
003954*****************************************************
003960 5000-SET-RETURN-CODE.

003970     IF WS-CHRONIC-SEEN
004040     IF WS-ESCALATED
004050         MOVE WS-ESC-COUNT TO WS-COUNT-TXT
004060         DISPLAY 'MATRIXALERTESCALATE: ' WS-COUNT-TXT
004070                 ' ESCALATION(S) WRITTEN TO MXESCP.'
004080     END-IF.

004090 5000-SET-RETURN-CODE-EXIT.
