000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. MatrixEventMaint.
000120 AUTHOR. DATA-CENTER-BATCH-SUPPORT.
000130 INSTALLATION. BENCHMARK-PERFORMANCE-MONITORING.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.

000160*****************************************************
000170* MODIFICATION HISTORY                               *
000180*-----------------------------------------------------
000190* 2026-10-15  DCB  Initial version.  Maintenance and *
000200*                  inquiry for the operational event *
000210*                  calendar KSDS (MXEVENT, see       *
000220*                  MXEVTREC) - IPLs, hardware and    *
000230*                  storage moves, microcode level    *
000240*                  changes, maintenance windows.     *
000250*                  Cards: the function (LIST,        *
000260*                  UPDATE, DELETE or INQUIRE) and    *
000270*                  the operator user-id; UPDATE then *
000280*                  takes repeated start-date / start-*
000290*                  time / system-id / end-date /     *
000300*                  end-time / type / exclude-flag /  *
000310*                  text card groups, DELETE repeated *
000320*                  start-date / start-time /         *
000330*                  system-id groups, both ended by a *
000340*                  start-date card of 'END'; INQUIRE *
000350*                  takes one run date and one        *
000360*                  system-id and lists the events    *
000370*                  covering that date.  Every change *
000380*                  is appended to the MXEAUDIT trail *
000390*                  (who, when, action and the event  *
000400*                  as written or as deleted) in the  *
000410*                  MXPAUDIT style, and the full      *
000420*                  calendar prints after LIST,       *
000430*                  UPDATE and DELETE as the proof.   *
000440*                  RC=8 when MXEVENT or a card is    *
000450*                  unusable.                         *
000460*****************************************************

000470 ENVIRONMENT DIVISION.

000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT EVENT-FILE ASSIGN TO MXEVENT
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS MX-EVT-KEY
000540         FILE STATUS IS WS-MXEVNT-STATUS.

000550     SELECT AUDIT-FILE ASSIGN TO MXEAUDIT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-MXEAUD-STATUS.

000580 DATA DIVISION.

000590 FILE SECTION.
000600*****************************************************
000610* EVENT-FILE - the operational event calendar KSDS,  *
000620* keyed on start date, start time and system-id      *
000630* (see MXEVTREC).                                    *
000640*****************************************************
000650 FD  EVENT-FILE
000660     RECORD CONTAINS 108 CHARACTERS
000670     LABEL RECORDS ARE STANDARD.
000680 COPY MXEVTREC.

000690*****************************************************
000700* AUDIT-FILE - the permanent event-change trail: one *
000710* record per applied change, append-only, never      *
000720* truncated, in the MXPAUDIT style.  ADD and UPD     *
000730* carry the event as written, DEL the event as it    *
000740* stood when it was removed.                         *
000750*****************************************************
000760 FD  AUDIT-FILE
000770     RECORD CONTAINS 114 CHARACTERS
000780     LABEL RECORDS ARE STANDARD.
000790 01  AUDIT-RECORD.
000800     05  AUDIT-UPD-DATE         PIC 9(08).
000810     05  FILLER                 PIC X(01).
000820     05  AUDIT-UPD-TIME         PIC 9(06).
000830     05  FILLER                 PIC X(01).
000840     05  AUDIT-UPD-USER         PIC X(08).
000850     05  FILLER                 PIC X(01).
000860     05  AUDIT-ACTION           PIC X(03).
000870     05  FILLER                 PIC X(01).
000880     05  AUDIT-START-DATE       PIC 9(08).
000890     05  FILLER                 PIC X(01).
000900     05  AUDIT-START-TIME       PIC 9(04).
000910     05  FILLER                 PIC X(01).
000920     05  AUDIT-SYSTEM-ID        PIC X(08).
000930     05  FILLER                 PIC X(01).
000940     05  AUDIT-END-DATE         PIC 9(08).
000950     05  FILLER                 PIC X(01).
000960     05  AUDIT-END-TIME         PIC 9(04).
000970     05  FILLER                 PIC X(01).
000980     05  AUDIT-TYPE             PIC X(05).
000990     05  FILLER                 PIC X(01).
001000     05  AUDIT-EXCLUDE          PIC X(01).
001010     05  FILLER                 PIC X(01).
001020     05  AUDIT-TEXT             PIC X(40).

001030 WORKING-STORAGE SECTION.

001040*****************************************************
001050* FILE AND LOOP CONTROL SWITCHES                     *
001060*****************************************************
001070 01  WS-MXEVNT-STATUS       PIC X(02).
001080 01  WS-MXEAUD-STATUS       PIC X(02).

001090 01  WS-SWITCHES.
001100     05  WS-EOF-SWITCH      PIC X(01)  VALUE 'N'.
001110         88  WS-END-OF-FILE            VALUE 'Y'.
001120     05  WS-CARDS-SWITCH    PIC X(01)  VALUE 'N'.
001130         88  WS-CARDS-DONE             VALUE 'Y'.
001140     05  WS-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
001150         88  WS-KEY-FOUND              VALUE 'Y'.
001160     05  WS-APPLIED-SWITCH  PIC X(01)  VALUE 'N'.
001170         88  WS-CHANGE-APPLIED         VALUE 'Y'.

001180*****************************************************
001190* SYSIN CARDS - function and user-id, then the card  *
001200* groups for UPDATE and DELETE (ended by a start-    *
001210* date card of 'END') or the date and system-id for  *
001220* INQUIRE.  A system-id card of '*ALL' (or blank)    *
001230* means every system.                                *
001240*****************************************************
001250 01  WS-FUNCTION-IN         PIC X(08).
001260 01  WS-USER-IN             PIC X(08).
001270 01  WS-USER                PIC X(08)  VALUE 'UNKNOWN'.
001280 01  WS-START-DATE-IN       PIC X(08).
001290 01  WS-START-DATE-NUM REDEFINES WS-START-DATE-IN
001300                            PIC 9(08).
001310 01  WS-START-TIME-IN       PIC 9(04).
001320 01  WS-SYSTEM-IN           PIC X(08).
001330 01  WS-END-DATE-IN         PIC 9(08).
001340 01  WS-END-TIME-IN         PIC 9(04).
001350 01  WS-TYPE-IN             PIC X(05).
001360     88  WS-TYPE-VALID                 VALUE 'IPL'
001370                                             'HWMOV'
001380                                             'MCODE'
001390                                             'MAINT'
001400                                             'OTHER'.
001410 01  WS-EXCLUDE-IN          PIC X(01).
001420 01  WS-TEXT-IN             PIC X(40).
001430 77  WS-ALL-SYSTEMS         PIC X(08)  VALUE '*ALL'.

001440 01  WS-TODAY-DATE          PIC 9(08).
001450 01  WS-NOW-TIME            PIC 9(08).

001460 01  WS-CHANGE-COUNT        PIC 9(04) COMP VALUE 0.
001470 01  WS-LIST-COUNT          PIC 9(04) COMP VALUE 0.
001480 01  WS-COUNT-TXT           PIC ZZZ9.

001490*****************************************************
001500* EVENT LISTING LINE                                 *
001510*****************************************************
001520 01  WS-EVENT-LINE.
001530     05  FILLER             PIC X(02)  VALUE SPACES.
001540     05  WS-EVL-START-DATE  PIC 9(08).
001550     05  FILLER             PIC X(01)  VALUE SPACES.
001560     05  WS-EVL-START-TIME  PIC 9(04).
001570     05  FILLER             PIC X(03)  VALUE ' - '.
001580     05  WS-EVL-END-DATE    PIC 9(08).
001590     05  FILLER             PIC X(01)  VALUE SPACES.
001600     05  WS-EVL-END-TIME    PIC 9(04).
001610     05  FILLER             PIC X(02)  VALUE SPACES.
001620     05  WS-EVL-SYSTEM      PIC X(08).
001630     05  FILLER             PIC X(02)  VALUE SPACES.
001640     05  WS-EVL-TYPE        PIC X(05).
001650     05  FILLER             PIC X(02)  VALUE SPACES.
001660     05  WS-EVL-EXCL        PIC X(09).
001670     05  FILLER             PIC X(02)  VALUE SPACES.
001680     05  WS-EVL-TEXT        PIC X(40).

001690 PROCEDURE DIVISION.

001700*****************************************************
001710* 0000-MAINLINE                                      *
001720*****************************************************
001730 0000-MAINLINE.

001740     PERFORM 1000-INITIALIZE
001750         THRU 1000-INITIALIZE-EXIT.

001760     PERFORM 2000-OPEN-EVENT-FILE
001770         THRU 2000-OPEN-EVENT-FILE-EXIT.

001780     IF WS-FUNCTION-IN = 'UPDATE'
001790         PERFORM 3000-APPLY-UPDATES
001800             THRU 3000-APPLY-UPDATES-EXIT
001810     END-IF.

001820     IF WS-FUNCTION-IN = 'DELETE'
001830         PERFORM 5000-APPLY-DELETES
001840             THRU 5000-APPLY-DELETES-EXIT
001850     END-IF.

001860     IF WS-FUNCTION-IN = 'INQUIRE'
001870         PERFORM 6000-INQUIRE-DATE
001880             THRU 6000-INQUIRE-DATE-EXIT
001890     ELSE
001900         PERFORM 4000-LIST-EVENTS
001910             THRU 4000-LIST-EVENTS-EXIT
001920     END-IF.

001930     CLOSE EVENT-FILE.

001940     GO TO 9999-EXIT.

001950*****************************************************
001960* 1000-INITIALIZE - the function card (LIST, UPDATE, *
001970* DELETE or INQUIRE) and the user-id card; anything  *
001980* else on the function card is an operator keying    *
001990* error.                                             *
002000*****************************************************
002010 1000-INITIALIZE.

002020     MOVE 0 TO RETURN-CODE.

002030     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002040     ACCEPT WS-NOW-TIME FROM TIME.

002050     MOVE SPACES TO WS-FUNCTION-IN.
002060     ACCEPT WS-FUNCTION-IN.

002070     IF WS-FUNCTION-IN NOT = 'LIST'
002080         AND WS-FUNCTION-IN NOT = 'UPDATE'
002090         AND WS-FUNCTION-IN NOT = 'DELETE'
002100         AND WS-FUNCTION-IN NOT = 'INQUIRE'
002110         DISPLAY 'MATRIXEVENTMAINT: FUNCTION CARD MUST BE '
002120                 'LIST, UPDATE, DELETE OR INQUIRE, NOT '''
002130                 WS-FUNCTION-IN '''.'
002140         MOVE 8 TO RETURN-CODE
002150         GO TO 9999-EXIT
002160     END-IF.

002170     MOVE SPACES TO WS-USER-IN.
002180     ACCEPT WS-USER-IN.
002190     IF WS-USER-IN NOT = SPACES
002200         MOVE WS-USER-IN TO WS-USER
002210     END-IF.

002220 1000-INITIALIZE-EXIT.
002230     EXIT.

002240*****************************************************
002250* 2000-OPEN-EVENT-FILE - I-O for maintenance; a file *
002260* not yet loaded (status 05/35) is created empty so  *
002270* the first UPDATE run needs no separate seeding.    *
002280*****************************************************
002290 2000-OPEN-EVENT-FILE.

002300     OPEN I-O EVENT-FILE.

002310     IF WS-MXEVNT-STATUS = '05' OR WS-MXEVNT-STATUS = '35'
002320         OPEN OUTPUT EVENT-FILE
002330         CLOSE EVENT-FILE
002340         OPEN I-O EVENT-FILE
002350         DISPLAY 'MATRIXEVENTMAINT: MXEVENT WAS EMPTY - '
002360                 'CREATED.'
002370     END-IF.

002380     IF WS-MXEVNT-STATUS NOT = '00'
002390         DISPLAY 'MATRIXEVENTMAINT: MXEVENT NOT AVAILABLE, '
002400                 'STATUS= ' WS-MXEVNT-STATUS
002410         MOVE 8 TO RETURN-CODE
002420         GO TO 9999-EXIT
002430     END-IF.

002440 2000-OPEN-EVENT-FILE-EXIT.
002450     EXIT.

002460*****************************************************
002470* 3000-APPLY-UPDATES - reads event card groups until *
002480* the END card, writing (or replacing) one MXEVENT   *
002490* record per group and appending one MXEAUDIT record *
002500* per change.                                        *
002510*****************************************************
002520 3000-APPLY-UPDATES.

002530     PERFORM 3100-APPLY-ONE-EVENT
002540         THRU 3100-APPLY-ONE-EVENT-EXIT
002550         UNTIL WS-CARDS-DONE.

002560     MOVE WS-CHANGE-COUNT TO WS-COUNT-TXT.
002570     DISPLAY 'MATRIXEVENTMAINT: ' WS-COUNT-TXT
002580             ' CHANGE(S) APPLIED AND AUDITED.'.

002590 3000-APPLY-UPDATES-EXIT.
002600     EXIT.

002610 3100-APPLY-ONE-EVENT.

002620     PERFORM 3400-ACCEPT-EVENT-KEY
002630         THRU 3400-ACCEPT-EVENT-KEY-EXIT.

002640     IF WS-CARDS-DONE
002650         GO TO 3100-APPLY-ONE-EVENT-EXIT
002660     END-IF.

002670     MOVE 0 TO WS-END-DATE-IN.
002680     ACCEPT WS-END-DATE-IN.
002690     MOVE 0 TO WS-END-TIME-IN.
002700     ACCEPT WS-END-TIME-IN.
002710     MOVE SPACES TO WS-TYPE-IN.
002720     ACCEPT WS-TYPE-IN.
002730     MOVE SPACES TO WS-EXCLUDE-IN.
002740     ACCEPT WS-EXCLUDE-IN.
002750     MOVE SPACES TO WS-TEXT-IN.
002760     ACCEPT WS-TEXT-IN.

002770     IF WS-START-DATE-IN NOT NUMERIC
002780         OR WS-START-DATE-NUM = 0
002790         DISPLAY 'MATRIXEVENTMAINT: START DATE CARD '''
002800                 WS-START-DATE-IN ''' IS NOT A DATE - GROUP '
002810                 'REJECTED.'
002820         MOVE 8 TO RETURN-CODE
002830         GO TO 3100-APPLY-ONE-EVENT-EXIT
002840     END-IF.

002850* A zero end date makes a one-day event.
002860     IF WS-END-DATE-IN = 0
002870         MOVE WS-START-DATE-NUM TO WS-END-DATE-IN
002880     END-IF.

002890     IF WS-END-DATE-IN < WS-START-DATE-NUM
002900         OR (WS-END-DATE-IN = WS-START-DATE-NUM
002910             AND WS-END-TIME-IN < WS-START-TIME-IN)
002920         DISPLAY 'MATRIXEVENTMAINT: EVENT ENDING '
002930                 WS-END-DATE-IN '/' WS-END-TIME-IN
002940                 ' ENDS BEFORE IT STARTS - GROUP REJECTED.'
002950         MOVE 8 TO RETURN-CODE
002960         GO TO 3100-APPLY-ONE-EVENT-EXIT
002970     END-IF.

002980     IF WS-START-TIME-IN > 2359 OR WS-END-TIME-IN > 2359
002990         DISPLAY 'MATRIXEVENTMAINT: TIMES ARE HHMM, 0000 '
003000                 'THROUGH 2359 - GROUP FOR '
003010                 WS-START-DATE-IN ' REJECTED.'
003020         MOVE 8 TO RETURN-CODE
003030         GO TO 3100-APPLY-ONE-EVENT-EXIT
003040     END-IF.

003050     IF NOT WS-TYPE-VALID
003060         DISPLAY 'MATRIXEVENTMAINT: EVENT TYPE '''
003070                 WS-TYPE-IN ''' MUST BE IPL, HWMOV, MCODE, '
003080                 'MAINT OR OTHER - GROUP REJECTED.'
003090         MOVE 8 TO RETURN-CODE
003100         GO TO 3100-APPLY-ONE-EVENT-EXIT
003110     END-IF.

003120     IF WS-EXCLUDE-IN = SPACES
003130         MOVE 'N' TO WS-EXCLUDE-IN
003140     END-IF.

003150     IF WS-EXCLUDE-IN NOT = 'Y' AND WS-EXCLUDE-IN NOT = 'N'
003160         DISPLAY 'MATRIXEVENTMAINT: EXCLUDE-FROM-BASELINE '
003170                 'FLAG MUST BE Y OR N - GROUP FOR '
003180                 WS-START-DATE-IN ' REJECTED.'
003190         MOVE 8 TO RETURN-CODE
003200         GO TO 3100-APPLY-ONE-EVENT-EXIT
003210     END-IF.

003220     PERFORM 3200-READ-OLD-EVENT
003230         THRU 3200-READ-OLD-EVENT-EXIT.

003240     MOVE SPACES TO MX-EVT-RECORD.
003250     MOVE WS-START-DATE-NUM TO MX-EVT-START-DATE.
003260     MOVE WS-START-TIME-IN  TO MX-EVT-START-TIME.
003270     MOVE WS-SYSTEM-IN      TO MX-EVT-SYSTEM-ID.
003280     MOVE WS-END-DATE-IN    TO MX-EVT-END-DATE.
003290     MOVE WS-END-TIME-IN    TO MX-EVT-END-TIME.
003300     MOVE WS-TYPE-IN        TO MX-EVT-TYPE.
003310     MOVE WS-EXCLUDE-IN     TO MX-EVT-EXCLUDE.
003320     MOVE WS-TEXT-IN        TO MX-EVT-TEXT.
003330     MOVE WS-USER           TO MX-EVT-UPD-USER.
003340     MOVE WS-TODAY-DATE     TO MX-EVT-UPD-DATE.
003350     MOVE WS-NOW-TIME (1:6) TO MX-EVT-UPD-TIME.

003360* As in MatrixParmMaint, the audit gate is THIS change's
003370* own success switch, never the accumulated RETURN-CODE.
003380     MOVE 'N' TO WS-APPLIED-SWITCH.

003390     IF WS-KEY-FOUND
003400         REWRITE MX-EVT-RECORD
003410             INVALID KEY
003420                 DISPLAY 'MATRIXEVENTMAINT: REWRITE FAILED '
003430                         'FOR ' WS-START-DATE-IN ', STATUS= '
003440                         WS-MXEVNT-STATUS
003450                 MOVE 8 TO RETURN-CODE
003460             NOT INVALID KEY
003470                 SET WS-CHANGE-APPLIED TO TRUE
003480         END-REWRITE
003490     ELSE
003500         WRITE MX-EVT-RECORD
003510             INVALID KEY
003520                 DISPLAY 'MATRIXEVENTMAINT: WRITE FAILED '
003530                         'FOR ' WS-START-DATE-IN ', STATUS= '
003540                         WS-MXEVNT-STATUS
003550                 MOVE 8 TO RETURN-CODE
003560             NOT INVALID KEY
003570                 SET WS-CHANGE-APPLIED TO TRUE
003580         END-WRITE
003590     END-IF.

003600     IF WS-CHANGE-APPLIED
003610         ADD 1 TO WS-CHANGE-COUNT
003620         IF WS-KEY-FOUND
003630             MOVE 'UPD' TO AUDIT-ACTION
003640         ELSE
003650             MOVE 'ADD' TO AUDIT-ACTION
003660         END-IF
003670         PERFORM 3300-WRITE-AUDIT-RECORD
003680             THRU 3300-WRITE-AUDIT-RECORD-EXIT
003690         DISPLAY 'MATRIXEVENTMAINT: ' WS-TYPE-IN ' EVENT '
003700                 WS-START-DATE-IN '/' WS-START-TIME-IN
003710                 ' RECORDED BY ' WS-USER '.'
003720     END-IF.

003730 3100-APPLY-ONE-EVENT-EXIT.
003740     EXIT.

003750*****************************************************
003760* 3200-READ-OLD-EVENT - random-reads the key so a    *
003770* change to an existing event is a REWRITE (UPD) and *
003780* a new one a WRITE (ADD); for DELETE the record     *
003790* read is the image the audit record carries.        *
003800*****************************************************
003810 3200-READ-OLD-EVENT.

003820     MOVE 'N' TO WS-FOUND-SWITCH.

003830     MOVE WS-START-DATE-NUM TO MX-EVT-START-DATE.
003840     MOVE WS-START-TIME-IN  TO MX-EVT-START-TIME.
003850     MOVE WS-SYSTEM-IN      TO MX-EVT-SYSTEM-ID.

003860     READ EVENT-FILE
003870         INVALID KEY
003880             CONTINUE
003890         NOT INVALID KEY
003900             MOVE 'Y' TO WS-FOUND-SWITCH
003910     END-READ.

003920 3200-READ-OLD-EVENT-EXIT.
003930     EXIT.

003940*****************************************************
003950* 3300-WRITE-AUDIT-RECORD - appends the change just  *
003960* applied (action already set by the caller) with    *
003970* the event image now in MX-EVT-RECORD to the        *
003980* permanent MXEAUDIT trail, following the OPEN       *
003990* EXTEND/fallback pattern MXPAUDIT uses.             *
004000*****************************************************
004010 3300-WRITE-AUDIT-RECORD.

004020     MOVE WS-TODAY-DATE     TO AUDIT-UPD-DATE.
004030     MOVE WS-NOW-TIME (1:6) TO AUDIT-UPD-TIME.
004040     MOVE WS-USER           TO AUDIT-UPD-USER.
004050     MOVE MX-EVT-START-DATE TO AUDIT-START-DATE.
004060     MOVE MX-EVT-START-TIME TO AUDIT-START-TIME.
004070     MOVE MX-EVT-SYSTEM-ID  TO AUDIT-SYSTEM-ID.
004080     MOVE MX-EVT-END-DATE   TO AUDIT-END-DATE.
004090     MOVE MX-EVT-END-TIME   TO AUDIT-END-TIME.
004100     MOVE MX-EVT-TYPE       TO AUDIT-TYPE.
004110     MOVE MX-EVT-EXCLUDE    TO AUDIT-EXCLUDE.
004120     MOVE MX-EVT-TEXT       TO AUDIT-TEXT.

004130     OPEN EXTEND AUDIT-FILE.
004140     IF WS-MXEAUD-STATUS = '05' OR WS-MXEAUD-STATUS = '35'
004150         OPEN OUTPUT AUDIT-FILE
004160     END-IF.

004170     WRITE AUDIT-RECORD.

004180     CLOSE AUDIT-FILE.

004190 3300-WRITE-AUDIT-RECORD-EXIT.
004200     EXIT.

004210*****************************************************
004220* 3400-ACCEPT-EVENT-KEY - the start-date, start-time *
004230* and system-id cards that open every UPDATE and     *
004240* DELETE group; an END (or blank) start-date card    *
004250* ends the groups.                                   *
004260*****************************************************
004270 3400-ACCEPT-EVENT-KEY.

004280     MOVE SPACES TO WS-START-DATE-IN.
004290     ACCEPT WS-START-DATE-IN.

004300     IF WS-START-DATE-IN = 'END' OR WS-START-DATE-IN = SPACES
004310         MOVE 'Y' TO WS-CARDS-SWITCH
004320         GO TO 3400-ACCEPT-EVENT-KEY-EXIT
004330     END-IF.

004340     MOVE 0 TO WS-START-TIME-IN.
004350     ACCEPT WS-START-TIME-IN.
004360     MOVE SPACES TO WS-SYSTEM-IN.
004370     ACCEPT WS-SYSTEM-IN.

004380     IF WS-SYSTEM-IN = WS-ALL-SYSTEMS
004390         MOVE SPACES TO WS-SYSTEM-IN
004400     END-IF.

004410 3400-ACCEPT-EVENT-KEY-EXIT.
004420     EXIT.

004430*****************************************************
004440* 4000-LIST-EVENTS - prints the whole calendar in    *
004450* key (start date) order with who last changed each  *
004460* event - run after an UPDATE or DELETE this is the  *
004470* proof, run alone it is the inquiry.                *
004480*****************************************************
004490 4000-LIST-EVENTS.

004500     DISPLAY 'MATRIXEVENTMAINT: OPERATIONAL EVENT CALENDAR'.

004510     MOVE LOW-VALUES TO MX-EVT-KEY.
004520     MOVE 'N' TO WS-EOF-SWITCH.

004530     START EVENT-FILE KEY NOT < MX-EVT-KEY
004540         INVALID KEY
004550             MOVE 'Y' TO WS-EOF-SWITCH
004560     END-START.

004570     PERFORM 4100-LIST-ONE-EVENT
004580         THRU 4100-LIST-ONE-EVENT-EXIT
004590         UNTIL WS-END-OF-FILE.

004600     IF WS-LIST-COUNT = 0
004610         DISPLAY '  MXEVENT HOLDS NO EVENTS YET.'
004620     END-IF.

004630 4000-LIST-EVENTS-EXIT.
004640     EXIT.

004650 4100-LIST-ONE-EVENT.

004660     READ EVENT-FILE NEXT
004670         AT END
004680             MOVE 'Y' TO WS-EOF-SWITCH
004690         NOT AT END
004700             ADD 1 TO WS-LIST-COUNT
004710             PERFORM 4200-DISPLAY-EVENT
004720                 THRU 4200-DISPLAY-EVENT-EXIT
004730             DISPLAY '      LAST CHANGED ' MX-EVT-UPD-DATE
004740                     '/' MX-EVT-UPD-TIME ' BY '
004750                     MX-EVT-UPD-USER
004760     END-READ.

004770 4100-LIST-ONE-EVENT-EXIT.
004780     EXIT.

004790*****************************************************
004800* 4200-DISPLAY-EVENT - one event as a listing line:  *
004810* the range, the system (ALL for a site-wide event), *
004820* the type, the baseline exclusion and the text.     *
004830*****************************************************
004840 4200-DISPLAY-EVENT.

004850     MOVE MX-EVT-START-DATE TO WS-EVL-START-DATE.
004860     MOVE MX-EVT-START-TIME TO WS-EVL-START-TIME.
004870     MOVE MX-EVT-END-DATE   TO WS-EVL-END-DATE.
004880     MOVE MX-EVT-END-TIME   TO WS-EVL-END-TIME.

004890     IF MX-EVT-SYSTEM-ID = SPACES
004900         MOVE 'ALL' TO WS-EVL-SYSTEM
004910     ELSE
004920         MOVE MX-EVT-SYSTEM-ID TO WS-EVL-SYSTEM
004930     END-IF.

004940     MOVE MX-EVT-TYPE TO WS-EVL-TYPE.

004950     IF MX-EVT-EXCLUDE = 'Y'
004960         MOVE 'BASE-EXCL' TO WS-EVL-EXCL
004970     ELSE
004980         MOVE SPACES TO WS-EVL-EXCL
004990     END-IF.

005000     MOVE MX-EVT-TEXT TO WS-EVL-TEXT.

005010     DISPLAY WS-EVENT-LINE.

005020 4200-DISPLAY-EVENT-EXIT.
005030     EXIT.

005040*****************************************************
005050* 5000-APPLY-DELETES - reads start-date/start-time/  *
005060* system-id card groups until the END card, removing *
005070* each event and auditing it as it stood.            *
005080*****************************************************
005090 5000-APPLY-DELETES.

005100     PERFORM 5100-DELETE-ONE-EVENT
005110         THRU 5100-DELETE-ONE-EVENT-EXIT
005120         UNTIL WS-CARDS-DONE.

005130     MOVE WS-CHANGE-COUNT TO WS-COUNT-TXT.
005140     DISPLAY 'MATRIXEVENTMAINT: ' WS-COUNT-TXT
005150             ' EVENT(S) DELETED AND AUDITED.'.

005160 5000-APPLY-DELETES-EXIT.
005170     EXIT.

005180 5100-DELETE-ONE-EVENT.

005190     PERFORM 3400-ACCEPT-EVENT-KEY
005200         THRU 3400-ACCEPT-EVENT-KEY-EXIT.

005210     IF WS-CARDS-DONE
005220         GO TO 5100-DELETE-ONE-EVENT-EXIT
005230     END-IF.

005240     IF WS-START-DATE-IN NOT NUMERIC
005250         DISPLAY 'MATRIXEVENTMAINT: START DATE CARD '''
005260                 WS-START-DATE-IN ''' IS NOT A DATE - GROUP '
005270                 'REJECTED.'
005280         MOVE 8 TO RETURN-CODE
005290         GO TO 5100-DELETE-ONE-EVENT-EXIT
005300     END-IF.

005310     PERFORM 3200-READ-OLD-EVENT
005320         THRU 3200-READ-OLD-EVENT-EXIT.

005330     IF NOT WS-KEY-FOUND
005340         DISPLAY 'MATRIXEVENTMAINT: NO EVENT ON MXEVENT FOR '
005350                 WS-START-DATE-IN '/' WS-START-TIME-IN ' '
005360                 WS-SYSTEM-IN ' - GROUP REJECTED.'
005370         MOVE 8 TO RETURN-CODE
005380         GO TO 5100-DELETE-ONE-EVENT-EXIT
005390     END-IF.

005400     DELETE EVENT-FILE
005410         INVALID KEY
005420             DISPLAY 'MATRIXEVENTMAINT: DELETE FAILED FOR '
005430                     WS-START-DATE-IN ', STATUS= '
005440                     WS-MXEVNT-STATUS
005450             MOVE 8 TO RETURN-CODE
005460             GO TO 5100-DELETE-ONE-EVENT-EXIT
005470     END-DELETE.

005480     ADD 1 TO WS-CHANGE-COUNT.
005490     MOVE 'DEL' TO AUDIT-ACTION.
005500     PERFORM 3300-WRITE-AUDIT-RECORD
005510         THRU 3300-WRITE-AUDIT-RECORD-EXIT.

005520     DISPLAY 'MATRIXEVENTMAINT: EVENT ' WS-START-DATE-IN '/'
005530             WS-START-TIME-IN ' DELETED BY ' WS-USER '.'.

005540 5100-DELETE-ONE-EVENT-EXIT.
005550     EXIT.

005560*****************************************************
005570* 6000-INQUIRE-DATE - "what happened that night":    *
005580* lists every event covering one run date on one     *
005590* system (site-wide events always qualify; '*ALL' on *
005600* the system card lists every system's events).      *
005610*****************************************************
005620 6000-INQUIRE-DATE.

005630     MOVE SPACES TO WS-START-DATE-IN.
005640     ACCEPT WS-START-DATE-IN.
005650     MOVE SPACES TO WS-SYSTEM-IN.
005660     ACCEPT WS-SYSTEM-IN.

005670     IF WS-START-DATE-IN NOT NUMERIC
005680         OR WS-START-DATE-NUM = 0
005690         DISPLAY 'MATRIXEVENTMAINT: INQUIRY DATE CARD '''
005700                 WS-START-DATE-IN ''' IS NOT A DATE.'
005710         MOVE 8 TO RETURN-CODE
005720         GO TO 6000-INQUIRE-DATE-EXIT
005730     END-IF.

005740     IF WS-SYSTEM-IN = WS-ALL-SYSTEMS
005750         MOVE SPACES TO WS-SYSTEM-IN
005760     END-IF.

005770     DISPLAY 'MATRIXEVENTMAINT: EVENTS COVERING '
005780             WS-START-DATE-IN ' ON ' WS-SYSTEM-IN.

005790* Events are keyed on start date, so every candidate
005800* starts on or before the date asked about: read from
005810* the top and stop at the first later start.
005820     MOVE LOW-VALUES TO MX-EVT-KEY.
005830     MOVE 'N' TO WS-EOF-SWITCH.

005840     START EVENT-FILE KEY NOT < MX-EVT-KEY
005850         INVALID KEY
005860             MOVE 'Y' TO WS-EOF-SWITCH
005870     END-START.

005880     PERFORM 6100-TEST-ONE-EVENT
005890         THRU 6100-TEST-ONE-EVENT-EXIT
005900         UNTIL WS-END-OF-FILE.

005910     IF WS-LIST-COUNT = 0
005920         DISPLAY '  NO EVENT COVERS THAT DATE.'
005930     END-IF.

005940 6000-INQUIRE-DATE-EXIT.
005950     EXIT.

005960 6100-TEST-ONE-EVENT.

005970     READ EVENT-FILE NEXT
005980         AT END
005990             MOVE 'Y' TO WS-EOF-SWITCH
006000             GO TO 6100-TEST-ONE-EVENT-EXIT
006010     END-READ.

006020     IF MX-EVT-START-DATE > WS-START-DATE-NUM
006030         MOVE 'Y' TO WS-EOF-SWITCH
006040         GO TO 6100-TEST-ONE-EVENT-EXIT
006050     END-IF.

006060     IF MX-EVT-END-DATE < WS-START-DATE-NUM
006070         GO TO 6100-TEST-ONE-EVENT-EXIT
006080     END-IF.

006090     IF WS-SYSTEM-IN NOT = SPACES
006100         AND MX-EVT-SYSTEM-ID NOT = SPACES
006110         AND MX-EVT-SYSTEM-ID NOT = WS-SYSTEM-IN
006120         GO TO 6100-TEST-ONE-EVENT-EXIT
006130     END-IF.

006140     ADD 1 TO WS-LIST-COUNT.
006150     PERFORM 4200-DISPLAY-EVENT
006160         THRU 4200-DISPLAY-EVENT-EXIT.

006170 6100-TEST-ONE-EVENT-EXIT.
006180     EXIT.

006190*****************************************************
006200* 9999-EXIT - single program exit point.             *
006210*****************************************************
006220 9999-EXIT.

006230     GOBACK.
