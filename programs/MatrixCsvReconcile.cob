000510*                  code as it ends, so the night's    *
000520*                  step flow reconstructs from one    *
000530*                  keyed file.                        *
000531* 2026-10-15  DCB  The CSV line now carries the      *
000532*                  packed-decimal and floating-point *
000533*                  sections (RESULT4/TIME4,          *
000534*                  RESULT5/TIME5) after TIME3; the   *
000535*                  record is widened to 150 and      *
000536*                  those four fields are proved      *
000537*                  against tonight's MXARITH record  *
000538*                  of the same key as the aligned    *
000539*                  MXLOGF record.  A missing or      *
000540*                  disagreeing MXARITH record is a   *
000541*                  discrepancy, RC=14, like any      *
000542*                  other field.                      *
000543*****************************************************

000550 ENVIRONMENT DIVISION.

000640         RECORD KEY IS MX-LOG-KEY
000650         FILE STATUS IS WS-MXLOGF-STATUS.

000652     SELECT ARITH-FILE ASSIGN TO MXARITH
000654         ORGANIZATION IS SEQUENTIAL
000656         FILE STATUS IS WS-MXARTH-STATUS.

000660     SELECT JRNL-FILE ASSIGN TO MXJRNL
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000760* logged result set.                                 *
000770*****************************************************
000780 FD  CSV-FILE
000790     RECORD CONTAINS 150 CHARACTERS
000800     LABEL RECORDS ARE STANDARD.
000810 01  CSV-RECORD             PIC X(150).

000820*****************************************************
000830* MX-LOG-FILE - the system of record, keyed on run   *
000880     LABEL RECORDS ARE STANDARD.
000890 COPY MXLOGREC.

000891*****************************************************
000892* ARITH-FILE - the packed-decimal and floating-point *
000893* section results, one record per MXLOGF record      *
000894* written, under the same key (see MXARTREC).        *
000895*****************************************************
000896 FD  ARITH-FILE
000897     RECORD CONTAINS 67 CHARACTERS
000898     LABEL RECORDS ARE STANDARD.
000899 COPY MXARTREC.

000900*****************************************************
000910* JRNL-FILE - the run journal (see MXJRNREC): one    *
000920* record per step execution, opened 'O' at start     *
001180*****************************************************
001190 01  WS-MXCSVF-STATUS       PIC X(02).
001200 01  WS-MXLOGF-STATUS       PIC X(02).
001205 01  WS-MXARTH-STATUS       PIC X(02).

001210 01  WS-SWITCHES.
001220     05  WS-CSV-EOF-SWITCH  PIC X(01)  VALUE 'N'.
001250         88  WS-LOG-AT-END             VALUE 'Y'.
001260     05  WS-DIFF-SWITCH     PIC X(01)  VALUE 'N'.
001270         88  WS-DISCREPANT             VALUE 'Y'.
001272     05  WS-ART-EOF-SWITCH  PIC X(01)  VALUE 'N'.
001274         88  WS-ART-AT-END             VALUE 'Y'.
001276     05  WS-ART-FOUND-SW    PIC X(01)  VALUE 'N'.
001278         88  WS-ART-FOUND              VALUE 'Y'.

001280*****************************************************
001290* TODAY'S DATE - only this date's log records take   *
001430     05  WS-LOG-IMAGE OCCURS 99 TIMES PIC X(93).
001440 01  WS-LOG-COUNT           PIC 9(02) COMP VALUE 0.
001450 01  WS-CSV-TABLE.
001460     05  WS-CSV-IMAGE OCCURS 99 TIMES PIC X(150).
001470 01  WS-CSV-COUNT           PIC 9(02) COMP VALUE 0.
001472 01  WS-ART-TABLE.
001474     05  WS-ART-IMAGE OCCURS 99 TIMES PIC X(67).
001476 01  WS-ART-COUNT           PIC 9(02) COMP VALUE 0.

001480 01  WS-CSV-SUB             PIC 9(02) COMP.
001490 01  WS-LOG-SUB             PIC S9(03) COMP.
001500 01  WS-ALIGN-OFFSET        PIC S9(03) COMP VALUE 0.
001505 01  WS-ART-SUB             PIC 9(03) COMP.

001510*****************************************************
001520* COMPARE WORK RECORD - the stored log image mapped  *
001660               ==MX-LOG-M-SIZE==   BY ==WS-CMP-M-SIZE==.

001670*****************************************************
001671* COMPARE WORK RECORD - the MXARITH image sharing    *
001672* the aligned log record's key, mapped back onto the *
001673* MXARTREC layout.                                   *
001674*****************************************************
001675 COPY MXARTREC
001676     REPLACING ==MX-ARITH-RECORD== BY ==WS-ACMP-RECORD==
001677               ==MX-ART-KEY==      BY ==WS-ACMP-KEY==
001678               ==MX-ART-RUN-DATE== BY ==WS-ACMP-RUN-DATE==
001679               ==MX-ART-RUN-SEQ==  BY ==WS-ACMP-RUN-SEQ==
001680               ==MX-ART-RESULT4==  BY ==WS-ACMP-RESULT4==
001681               ==MX-ART-TIME4==    BY ==WS-ACMP-TIME4==
001682               ==MX-ART-RESULT5==  BY ==WS-ACMP-RESULT5==
001683               ==MX-ART-TIME5==    BY ==WS-ACMP-TIME5==
001684               ==MX-ART-M-SIZE==   BY ==WS-ACMP-M-SIZE==.

001685*****************************************************
001686* PARSED CSV FIELDS - the eleven comma-delimited     *
001690* values exactly as the writer edited them, compared *
001696* as text against the log record's fields and the    *
001702* MXARITH record's fields.                           *
001710*****************************************************
001720 01  WS-CSV-FIELDS.
001730     05  WS-CSV-DATE        PIC X(08).
001770     05  WS-CSV-TIME2       PIC X(10).
001780     05  WS-CSV-RESULT3     PIC X(14).
001790     05  WS-CSV-TIME3       PIC X(10).
001792     05  WS-CSV-RESULT4     PIC X(14).
001794     05  WS-CSV-TIME4       PIC X(10).
001796     05  WS-CSV-RESULT5     PIC X(14).
001798     05  WS-CSV-TIME5       PIC X(10).

001800 01  WS-DIFF-COUNT          PIC 9(05) COMP VALUE 0.
001810 01  WS-COUNT-TXT           PIC ZZZZ9.
002010     PERFORM 3000-LOAD-LOG-RECORDS
002020         THRU 3000-LOAD-LOG-RECORDS-EXIT.

002023     PERFORM 3300-LOAD-ARITH-RECORDS
002026         THRU 3300-LOAD-ARITH-RECORDS-EXIT.

002030     PERFORM 3500-LOAD-CSV-LINES
002040         THRU 3500-LOAD-CSV-LINES-EXIT.


002090     CLOSE CSV-FILE.
002100     CLOSE MX-LOG-FILE.
002102     IF WS-MXARTH-STATUS = '00' OR WS-MXARTH-STATUS = '10'
002104         CLOSE ARITH-FILE
002106     END-IF.

002110     GO TO 9999-EXIT.

003470     EXIT.

003480*****************************************************
003481* 3300-LOAD-ARITH-RECORDS - MXARITH is appended to   *
003482* nightly, so it is read end to end and only today's *
003483* records are kept.  An unavailable MXARITH is not   *
003484* fatal here: every CSV line then fails to find its  *
003485* MXARITH record and is reported as a discrepancy.   *
003486*****************************************************
003487 3300-LOAD-ARITH-RECORDS.

003488     OPEN INPUT ARITH-FILE.

003489     IF WS-MXARTH-STATUS NOT = '00'
003490         DISPLAY 'MATRIXCSVRECONCILE: MXARITH NOT AVAILABLE, '
003491                 'STATUS= ' WS-MXARTH-STATUS
003492                 ' - TIME4/TIME5 CANNOT BE PROVED.'
003493         GO TO 3300-LOAD-ARITH-RECORDS-EXIT
003494     END-IF.

003495     PERFORM 3400-LOAD-ONE-ARITH-RECORD
003496         THRU 3400-LOAD-ONE-ARITH-RECORD-EXIT
003497         UNTIL WS-ART-AT-END.

003498 3300-LOAD-ARITH-RECORDS-EXIT.
003499     EXIT.

003500 3400-LOAD-ONE-ARITH-RECORD.

003501     READ ARITH-FILE
003502         AT END
003503             MOVE 'Y' TO WS-ART-EOF-SWITCH
003504         NOT AT END
003505             IF MX-ART-RUN-DATE = WS-TODAY-DATE
003506                 IF WS-ART-COUNT < WS-TAB-MAX
003507                     ADD 1 TO WS-ART-COUNT
003508                     MOVE MX-ARITH-RECORD
003509                         TO WS-ART-IMAGE (WS-ART-COUNT)
003510                 ELSE
003511                     MOVE 'Y' TO WS-DIFF-SWITCH
003512                     ADD 1 TO WS-DIFF-COUNT
003513                     DISPLAY 'MATRIXCSVRECONCILE: *** MORE '
003514                             'THAN ' WS-TAB-MAX ' MXARITH '
003515                             'RECORDS TODAY - CANNOT PROVE '
003516                             'AGREEMENT. ***'
003517                     MOVE 'Y' TO WS-ART-EOF-SWITCH
003518                 END-IF
003519             END-IF
003520     END-READ.

003521 3400-LOAD-ONE-ARITH-RECORD-EXIT.
003522     EXIT.

003523*****************************************************
003524* 3500-LOAD-CSV-LINES - stores every line of the     *
003525* generation, in the order it was written.           *
003526*****************************************************
003527 3500-LOAD-CSV-LINES.

003530     PERFORM 3600-LOAD-ONE-CSV-LINE
003540         THRU 3600-LOAD-ONE-CSV-LINE-EXIT
004220              WS-CSV-RESULT2
004230              WS-CSV-TIME2
004240              WS-CSV-RESULT3
004243              WS-CSV-TIME3
004246              WS-CSV-RESULT4
004249              WS-CSV-TIME4
004252              WS-CSV-RESULT5
004255              WS-CSV-TIME5.

004260     MOVE WS-CSV-SUB TO WS-COUNT-TXT.

004560                 ' ' WS-CMP-TIME3
004570     END-IF.

004573     PERFORM 4300-COMPARE-ARITH-FIELDS
004576         THRU 4300-COMPARE-ARITH-FIELDS-EXIT.

004580 4100-COMPARE-ONE-LINE-EXIT.
004590     EXIT.

004650     EXIT.

004660*****************************************************
004661* 4300-COMPARE-ARITH-FIELDS - the line's packed and  *
004662* float fields against the MXARITH record with the   *
004663* aligned log record's key.  The table is searched   *
004664* to the end so the last record of a key wins.       *
004665*****************************************************
004666 4300-COMPARE-ARITH-FIELDS.

004667     MOVE 'N' TO WS-ART-FOUND-SW.

004668     PERFORM 4310-FIND-ARITH-RECORD
004669         THRU 4310-FIND-ARITH-RECORD-EXIT
004670         VARYING WS-ART-SUB FROM 1 BY 1
004671         UNTIL WS-ART-SUB > WS-ART-COUNT.

004672     IF NOT WS-ART-FOUND
004673         MOVE 'Y' TO WS-DIFF-SWITCH
004674         ADD 1 TO WS-DIFF-COUNT
004675         DISPLAY 'MATRIXCSVRECONCILE: *** CSV LINE '
004676                 WS-COUNT-TXT ' HAS NO MXARITH RECORD FOR '
004677                 'KEY ' WS-CMP-KEY '. ***'
004678         GO TO 4300-COMPARE-ARITH-FIELDS-EXIT
004679     END-IF.

004680     IF WS-CSV-RESULT4 NOT = WS-ACMP-RESULT4
004681         OR WS-CSV-TIME4   NOT = WS-ACMP-TIME4
004682         OR WS-CSV-RESULT5 NOT = WS-ACMP-RESULT5
004683         OR WS-CSV-TIME5   NOT = WS-ACMP-TIME5
004684         MOVE 'Y' TO WS-DIFF-SWITCH
004685         ADD 1 TO WS-DIFF-COUNT
004686         DISPLAY 'MATRIXCSVRECONCILE: *** CSV LINE '
004687                 WS-COUNT-TXT ' DISAGREES WITH MXARITH KEY '
004688                 WS-ACMP-KEY ': ***'
004689         DISPLAY '  CSV: ' WS-CSV-RESULT4 ' ' WS-CSV-TIME4
004690                 ' ' WS-CSV-RESULT5 ' ' WS-CSV-TIME5
004691         DISPLAY '  ART: ' WS-ACMP-RESULT4 ' ' WS-ACMP-TIME4
004692                 ' ' WS-ACMP-RESULT5 ' ' WS-ACMP-TIME5
004693     END-IF.

004694 4300-COMPARE-ARITH-FIELDS-EXIT.
004695     EXIT.

004696 4310-FIND-ARITH-RECORD.

004697     IF WS-ART-IMAGE (WS-ART-SUB) (1:10) = WS-CMP-KEY
004698         MOVE WS-ART-IMAGE (WS-ART-SUB) TO WS-ACMP-RECORD
004699         MOVE 'Y' TO WS-ART-FOUND-SW
004700     END-IF.

004701 4310-FIND-ARITH-RECORD-EXIT.
004702     EXIT.

004703*****************************************************
004704* 5000-PRINT-SUMMARY                                 *
004705*****************************************************
004706 5000-PRINT-SUMMARY.

004707     MOVE WS-CSV-COUNT TO WS-COUNT-TXT.
004710     DISPLAY 'MATRIXCSVRECONCILE: CSV LINES COMPARED  = '
004720             WS-COUNT-TXT.
004730     MOVE WS-LOG-COUNT TO WS-COUNT-TXT.
004740     DISPLAY 'MATRIXCSVRECONCILE: LOG RECORDS TODAY   = '
004742             WS-COUNT-TXT.
004744     MOVE WS-ART-COUNT TO WS-COUNT-TXT.
004746     DISPLAY 'MATRIXCSVRECONCILE: MXARITH RECS TODAY  = '
004750             WS-COUNT-TXT.

004760     IF WS-DISCREPANT
