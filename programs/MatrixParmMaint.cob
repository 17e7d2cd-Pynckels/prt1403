000320*                  function, so a change is provable  *
000330*                  afterward.  RC=8 when MXPARMF or a *
000340*                  card is unusable.                  *
000341* 2026-10-15  DCB  Two-person approval.  PROPOSE      *
000342*                  writes the change to the MXPPEND   *
000343*                  pending file (see MXPPNREC) and    *
000344*                  leaves the live MXPARMF value      *
000345*                  alone; APPROVE applies it and      *
000346*                  REJECT discards it, each by key    *
000347*                  cards ended by 'END' and refused   *
000348*                  (RC=8) under the proposer's own    *
000349*                  user-id.  UPDATE is now taken as   *
000350*                  PROPOSE.  PENDING lists proposals  *
000351*                  older than the days card (RC=4     *
000352*                  when there are any).  MXPAUDIT     *
000353*                  moves to the MXPAUREC layout,      *
000354*                  carrying the proposer and the      *
000355*                  approver or rejecter with both     *
000356*                  timestamps.                        *
000357*****************************************************

000360 ENVIRONMENT DIVISION.

000420         RECORD KEY IS MX-PARM-KEY
000430         FILE STATUS IS WS-MXPARM-STATUS.

000431     SELECT PEND-FILE ASSIGN TO MXPPEND
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS DYNAMIC
000434         RECORD KEY IS MX-PEND-KEY
000435         FILE STATUS IS WS-MXPPEND-STATUS.

000440     SELECT AUDIT-FILE ASSIGN TO MXPAUDIT
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-MXPAUD-STATUS.
000560 COPY MXPRMREC.

000570*****************************************************
000571* PEND-FILE - proposed changes awaiting a second     *
000572* user's approval, keyed on the parameter name (see  *
000573* MXPPNREC).  Only this program opens it.            *
000574*****************************************************
000575 FD  PEND-FILE
000576     RECORD CONTAINS 89 CHARACTERS
000577     LABEL RECORDS ARE STANDARD.
000578 COPY MXPPNREC.

000579*****************************************************
000580* AUDIT-FILE - the permanent parameter-change trail: *
000587* one record per proposal, approval, rejection or    *
000594* applied change, append-only, never truncated, in   *
000601* the MXAHIST style (see MXPAUREC).                  *
000610*****************************************************
000620 FD  AUDIT-FILE
000630     RECORD CONTAINS 91 CHARACTERS
000640     LABEL RECORDS ARE STANDARD.
000650 COPY MXPAUREC.

000810 WORKING-STORAGE SECTION.

000830* FILE AND LOOP CONTROL SWITCHES                     *
000840*****************************************************
000850 01  WS-MXPARM-STATUS       PIC X(02).
000855 01  WS-MXPPEND-STATUS      PIC X(02).
000860 01  WS-MXPAUD-STATUS       PIC X(02).

000870 01  WS-SWITCHES.
000950         88  WS-KEY-FOUND              VALUE 'Y'.
000960     05  WS-APPLIED-SWITCH  PIC X(01)  VALUE 'N'.
000970         88  WS-CHANGE-APPLIED         VALUE 'Y'.
000971     05  WS-PEND-FOUND-SW   PIC X(01)  VALUE 'N'.
000972         88  WS-PEND-FOUND             VALUE 'Y'.
000973     05  WS-DECISION-SW     PIC X(01)  VALUE 'A'.
000974         88  WS-DECIDE-APPROVE         VALUE 'A'.
000975         88  WS-DECIDE-REJECT          VALUE 'R'.

000980*****************************************************
000986* SYSIN CARDS - function and user-id; then for       *
000992* PROPOSE (or UPDATE) the repeated key/value/        *
000998* effective-date groups, for APPROVE and REJECT the  *
001004* repeated key cards, each list ended by a key card  *
001010* of 'END'; for PENDING one age card in days.        *
001020*****************************************************
001030 01  WS-FUNCTION-IN         PIC X(08).
001040 01  WS-USER-IN             PIC X(08).
001060 01  WS-KEY-IN              PIC X(08).
001070 01  WS-VALUE-IN            PIC 9(09).
001080 01  WS-EFF-DATE-IN         PIC 9(08).
001085 01  WS-AGE-IN              PIC 9(03).

001090 01  WS-TODAY-DATE          PIC 9(08).
001100 01  WS-NOW-TIME            PIC 9(08).
001102 01  WS-TODAY-INT           PIC 9(08) COMP.
001104 01  WS-PROP-INT            PIC 9(08) COMP.
001106 01  WS-AGE-DAYS            PIC 9(05) COMP VALUE 0.

001110 01  WS-OLD-VALUE           PIC 9(09)  VALUE 0.
001120 01  WS-CHANGE-COUNT        PIC 9(04) COMP VALUE 0.
001130 01  WS-LIST-COUNT          PIC 9(04) COMP VALUE 0.
001135 01  WS-PEND-COUNT          PIC 9(04) COMP VALUE 0.
001140 01  WS-COUNT-TXT           PIC ZZZ9.
001150 01  WS-VALUE-TXT           PIC ZZZZZZZZ9.
001152 01  WS-OLD-TXT             PIC ZZZZZZZZ9.
001154 01  WS-AGE-TXT             PIC ZZZZ9.
001156 01  WS-ACTION-TXT          PIC X(08).

001160 PROCEDURE DIVISION.

001230     PERFORM 2000-OPEN-PARM-FILE
001240         THRU 2000-OPEN-PARM-FILE-EXIT.

001242     EVALUATE WS-FUNCTION-IN
001244         WHEN 'PROPOSE'
001246         WHEN 'UPDATE'
001248             PERFORM 3000-PROPOSE-CHANGES
001250                 THRU 3000-PROPOSE-CHANGES-EXIT
001252         WHEN 'APPROVE'
001254             SET WS-DECIDE-APPROVE TO TRUE
001256             PERFORM 5000-DECIDE-PROPOSALS
001258                 THRU 5000-DECIDE-PROPOSALS-EXIT
001260         WHEN 'REJECT'
001262             SET WS-DECIDE-REJECT TO TRUE
001264             PERFORM 5000-DECIDE-PROPOSALS
001266                 THRU 5000-DECIDE-PROPOSALS-EXIT
001268         WHEN OTHER
001270             CONTINUE
001272     END-EVALUATE.

001290     PERFORM 4000-LIST-PARAMETERS
001300         THRU 4000-LIST-PARAMETERS-EXIT.

001303     PERFORM 6000-LIST-PENDING
001306         THRU 6000-LIST-PENDING-EXIT.

001310     CLOSE PARM-FILE.
001315     CLOSE PEND-FILE.

001320     GO TO 9999-EXIT.

001330*****************************************************
001336* 1000-INITIALIZE - the function card and the        *
001342* user-id card; anything else on the function card   *
001348* is an operator keying error.  A change function    *
001354* needs a real user-id, or the two-person rule       *
001360* proves nothing.                                    *
001370*****************************************************
001380 1000-INITIALIZE.


001440     IF WS-FUNCTION-IN NOT = 'LIST'
001450         AND WS-FUNCTION-IN NOT = 'UPDATE'
001452         AND WS-FUNCTION-IN NOT = 'PROPOSE'
001454         AND WS-FUNCTION-IN NOT = 'APPROVE'
001456         AND WS-FUNCTION-IN NOT = 'REJECT'
001458         AND WS-FUNCTION-IN NOT = 'PENDING'
001460         DISPLAY 'MATRIXPARMMAINT: FUNCTION CARD MUST BE '
001466                 'LIST, PROPOSE, APPROVE, REJECT OR '
001472                 'PENDING, NOT ''' WS-FUNCTION-IN
001480                 '''.'
001490         MOVE 8 TO RETURN-CODE
001500         GO TO 9999-EXIT
001550         MOVE WS-USER-IN TO WS-USER
001560     END-IF.

001561     IF WS-FUNCTION-IN = 'UPDATE'
001562         DISPLAY 'MATRIXPARMMAINT: UPDATE NOW PROPOSES - '
001563                 'EACH CHANGE WAITS IN MXPPEND FOR A '
001564                 'SECOND USER''S APPROVE.'
001565     END-IF.

001566     IF WS-FUNCTION-IN NOT = 'LIST'
001567         AND WS-FUNCTION-IN NOT = 'PENDING'
001568         AND WS-USER-IN = SPACES
001569         DISPLAY 'MATRIXPARMMAINT: ' WS-FUNCTION-IN
001570                 ' NEEDS THE USER-ID CARD - NOTHING DONE.'
001571         MOVE 8 TO RETURN-CODE
001572         GO TO 9999-EXIT
001573     END-IF.

001574     IF WS-FUNCTION-IN = 'PENDING'
001575         MOVE 0 TO WS-AGE-IN
001576         ACCEPT WS-AGE-IN
001577     END-IF.

001578     COMPUTE WS-TODAY-INT =
001579         FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).

001580 1000-INITIALIZE-EXIT.
001581     EXIT.

001590*****************************************************
001600* 2000-OPEN-PARM-FILE - I-O for maintenance; a file  *
001610* not yet loaded (status 05/35) is created empty so  *
001616* the first proposals can seed every parameter.  The *
001622* pending file is handled the same way.              *
001630*****************************************************
001640 2000-OPEN-PARM-FILE.

001690         OPEN I-O PARM-FILE
001700         SET WS-PARMF-IS-NEW TO TRUE
001710         DISPLAY 'MATRIXPARMMAINT: MXPARMF WAS EMPTY - '
001720                 'CREATED; SEED EVERY PARAMETER WITH A '
001730                 'PROPOSE RUN AND ITS APPROVE.'
001740     END-IF.

001750     IF WS-MXPARM-STATUS NOT = '00'
001790         GO TO 9999-EXIT
001800     END-IF.

001801     OPEN I-O PEND-FILE.

001802     IF WS-MXPPEND-STATUS = '05' OR WS-MXPPEND-STATUS = '35'
001803         OPEN OUTPUT PEND-FILE
001804         CLOSE PEND-FILE
001805         OPEN I-O PEND-FILE
001806     END-IF.

001807     IF WS-MXPPEND-STATUS NOT = '00'
001808         DISPLAY 'MATRIXPARMMAINT: MXPPEND NOT AVAILABLE, '
001809                 'STATUS= ' WS-MXPPEND-STATUS
001810         CLOSE PARM-FILE
001811         MOVE 8 TO RETURN-CODE
001812         GO TO 9999-EXIT
001813     END-IF.

001814 2000-OPEN-PARM-FILE-EXIT.
001820     EXIT.

001830*****************************************************
001838* 3000-PROPOSE-CHANGES - reads key/value/effective-  *
001846* date card groups until the END key card, writing   *
001854* each as a pending proposal and appending one       *
001862* MXPAUDIT record per proposal.  MXPARMF is not      *
001870* touched.                                           *
001880*****************************************************
001890 3000-PROPOSE-CHANGES.

001900     PERFORM 3100-PROPOSE-ONE-CHANGE
001910         THRU 3100-PROPOSE-ONE-CHANGE-EXIT
001920         UNTIL WS-CARDS-DONE.

001930     MOVE WS-CHANGE-COUNT TO WS-COUNT-TXT.
001940     DISPLAY 'MATRIXPARMMAINT: ' WS-COUNT-TXT
001947             ' CHANGE(S) PROPOSED AND AUDITED - NONE IS '
001954             'LIVE UNTIL APPROVED.'.

001961 3000-PROPOSE-CHANGES-EXIT.
001970     EXIT.

001980 3100-PROPOSE-ONE-CHANGE.

001990     MOVE SPACES TO WS-KEY-IN.
002000     ACCEPT WS-KEY-IN.

002010     IF WS-KEY-IN = 'END' OR WS-KEY-IN = SPACES
002020         MOVE 'Y' TO WS-CARDS-SWITCH
002030         GO TO 3100-PROPOSE-ONE-CHANGE-EXIT
002040     END-IF.

002050     MOVE 0 TO WS-VALUE-IN.
002100         MOVE WS-TODAY-DATE TO WS-EFF-DATE-IN
002110     END-IF.

002111     PERFORM 3150-READ-PENDING
002112         THRU 3150-READ-PENDING-EXIT.

002113     IF WS-PEND-FOUND
002114         AND MX-PEND-IS-PENDING
002115         DISPLAY 'MATRIXPARMMAINT: ' WS-KEY-IN
002116                 ' ALREADY HAS A CHANGE PENDING FROM '
002117                 MX-PEND-PROP-USER ' - APPROVE OR REJECT '
002118                 'IT FIRST.  NOT PROPOSED.'
002119         MOVE 8 TO RETURN-CODE
002120         GO TO 3100-PROPOSE-ONE-CHANGE-EXIT
002121     END-IF.

002122     PERFORM 3200-READ-OLD-VALUE
002130         THRU 3200-READ-OLD-VALUE-EXIT.

002135     MOVE SPACES TO MX-PEND-RECORD.
002140     MOVE WS-KEY-IN         TO MX-PEND-KEY.
002145     MOVE 'P'               TO MX-PEND-STATUS.
002150     MOVE WS-OLD-VALUE      TO MX-PEND-OLD-VALUE.
002155     MOVE WS-VALUE-IN       TO MX-PEND-NEW-VALUE.
002160     MOVE WS-EFF-DATE-IN    TO MX-PEND-EFF-DATE.
002165     MOVE WS-USER           TO MX-PEND-PROP-USER.
002170     MOVE WS-TODAY-DATE     TO MX-PEND-PROP-DATE.
002175     MOVE WS-NOW-TIME (1:6) TO MX-PEND-PROP-TIME.
002180     MOVE 0                 TO MX-PEND-DEC-DATE.
002185     MOVE 0                 TO MX-PEND-DEC-TIME.

002200* The audit gate is THIS change's own success switch,
002210* never the accumulated RETURN-CODE: one failed write
002220* must not leave every later proposal out of the
002230* MXPAUDIT trail, or the trail stops proving anything.
002240     MOVE 'N' TO WS-APPLIED-SWITCH.

002250     IF WS-PEND-FOUND
002260         REWRITE MX-PEND-RECORD
002270             INVALID KEY
002280                 DISPLAY 'MATRIXPARMMAINT: MXPPEND REWRITE '
002290                         'FAILED FOR ' WS-KEY-IN
002300                         ', STATUS= ' WS-MXPPEND-STATUS
002310                 MOVE 8 TO RETURN-CODE
002320         NOT INVALID KEY
002330             SET WS-CHANGE-APPLIED TO TRUE
002340         END-REWRITE
002350     ELSE
002360         WRITE MX-PEND-RECORD
002370             INVALID KEY
002380                 DISPLAY 'MATRIXPARMMAINT: MXPPEND WRITE '
002390                         'FAILED FOR ' WS-KEY-IN
002400                         ', STATUS= ' WS-MXPPEND-STATUS
002410                 MOVE 8 TO RETURN-CODE
002420         NOT INVALID KEY
002430             SET WS-CHANGE-APPLIED TO TRUE

002460     IF WS-CHANGE-APPLIED
002470         ADD 1 TO WS-CHANGE-COUNT
002475         MOVE 'PRO' TO MX-PAUD-ACTION
002480         PERFORM 3300-WRITE-AUDIT-RECORD
002490             THRU 3300-WRITE-AUDIT-RECORD-EXIT
002500         MOVE WS-VALUE-IN TO WS-VALUE-TXT
002510         DISPLAY 'MATRIXPARMMAINT: ' WS-KEY-IN ' PROPOSED AS '
002520                 WS-VALUE-TXT ' EFFECTIVE ' WS-EFF-DATE-IN
002530                 ' BY ' WS-USER ' - AWAITING APPROVAL.'
002540     END-IF.

002541 3100-PROPOSE-ONE-CHANGE-EXIT.
002542     EXIT.

002543*****************************************************
002544* 3150-READ-PENDING - random-reads the key's pending *
002545* record, open or closed.                            *
002546*****************************************************
002547 3150-READ-PENDING.

002548     MOVE 'N' TO WS-PEND-FOUND-SW.

002549     MOVE WS-KEY-IN TO MX-PEND-KEY.

002550     READ PEND-FILE
002551         INVALID KEY
002552             CONTINUE
002553         NOT INVALID KEY
002554             MOVE 'Y' TO WS-PEND-FOUND-SW
002555     END-READ.

002556 3150-READ-PENDING-EXIT.
002560     EXIT.

002570*****************************************************
002740     EXIT.

002750*****************************************************
002757* 3300-WRITE-AUDIT-RECORD - appends the action just  *
002764* taken (MX-PAUD-ACTION set by the caller) to the    *
002771* permanent MXPAUDIT trail, following the OPEN       *
002778* EXTEND/fallback pattern the alert history uses.    *
002785* EXTEND only - the trail survives reruns.  The      *
002792* proposer fields come from the pending record.      *
002800*****************************************************
002810 3300-WRITE-AUDIT-RECORD.

002820     MOVE MX-PAUD-ACTION TO WS-ACTION-TXT.
002830     MOVE SPACES TO MX-PAUD-RECORD.
002840     MOVE WS-ACTION-TXT     TO MX-PAUD-ACTION.

002850     MOVE WS-TODAY-DATE     TO MX-PAUD-UPD-DATE.
002860     MOVE WS-NOW-TIME (1:6) TO MX-PAUD-UPD-TIME.
002870     MOVE WS-USER           TO MX-PAUD-UPD-USER.
002880     MOVE WS-KEY-IN         TO MX-PAUD-PARM-KEY.

002890     MOVE WS-OLD-VALUE      TO MX-PAUD-OLD-VALUE.
002900     MOVE MX-PEND-NEW-VALUE TO MX-PAUD-NEW-VALUE.
002910     MOVE MX-PEND-EFF-DATE  TO MX-PAUD-EFF-DATE.
002920     MOVE MX-PEND-PROP-USER TO MX-PAUD-PROP-USER.
002930     MOVE MX-PEND-PROP-DATE TO MX-PAUD-PROP-DATE.
002940     MOVE MX-PEND-PROP-TIME TO MX-PAUD-PROP-TIME.

002950     OPEN EXTEND AUDIT-FILE.
002960     IF WS-MXPAUD-STATUS = '05' OR WS-MXPAUD-STATUS = '35'
002970         OPEN OUTPUT AUDIT-FILE
002980     END-IF.

002990     WRITE MX-PAUD-RECORD.

003000     CLOSE AUDIT-FILE.

003030*****************************************************
003040* 4000-LIST-PARAMETERS - prints every parameter in   *
003050* key order with its effective date and who last     *
003060* changed it - run after an APPROVE this is the      *
003070* proof, run alone it is the inquiry.                *
003080*****************************************************
003090 4000-LIST-PARAMETERS.
003100     DISPLAY 'MATRIXPARMMAINT: CURRENT PARAMETERS'.

003110     MOVE LOW-VALUES TO MX-PARM-KEY.
003115     MOVE 'N' TO WS-EOF-SWITCH.

003120     START PARM-FILE KEY NOT < MX-PARM-KEY
003130         INVALID KEY
003380     EXIT.

003390*****************************************************
003400* 5000-DECIDE-PROPOSALS - APPROVE or REJECT: reads   *
003410* key cards until the END key card and closes each   *
003420* key's pending proposal.  The proposer may not      *
003430* decide a proposal of their own.                    *
003440*****************************************************
003450 5000-DECIDE-PROPOSALS.

003460     PERFORM 5100-DECIDE-ONE-PROPOSAL
003470         THRU 5100-DECIDE-ONE-PROPOSAL-EXIT
003480         UNTIL WS-CARDS-DONE.

003490     MOVE WS-CHANGE-COUNT TO WS-COUNT-TXT.
003500     IF WS-DECIDE-APPROVE
003510         DISPLAY 'MATRIXPARMMAINT: ' WS-COUNT-TXT
003520                 ' PROPOSAL(S) APPROVED, APPLIED AND AUDITED.'
003530     ELSE
003540         DISPLAY 'MATRIXPARMMAINT: ' WS-COUNT-TXT
003550                 ' PROPOSAL(S) REJECTED AND AUDITED.'
003560     END-IF.

003570 5000-DECIDE-PROPOSALS-EXIT.
003580     EXIT.

003590 5100-DECIDE-ONE-PROPOSAL.

003600     MOVE SPACES TO WS-KEY-IN.
003610     ACCEPT WS-KEY-IN.

003620     IF WS-KEY-IN = 'END' OR WS-KEY-IN = SPACES
003630         MOVE 'Y' TO WS-CARDS-SWITCH
003640         GO TO 5100-DECIDE-ONE-PROPOSAL-EXIT
003650     END-IF.

003660     PERFORM 3150-READ-PENDING
003670         THRU 3150-READ-PENDING-EXIT.

003680     IF NOT WS-PEND-FOUND
003690         OR NOT MX-PEND-IS-PENDING
003700         DISPLAY 'MATRIXPARMMAINT: ' WS-KEY-IN
003710                 ' HAS NO PENDING PROPOSAL - NOTHING DONE.'
003720         MOVE 8 TO RETURN-CODE
003730         GO TO 5100-DECIDE-ONE-PROPOSAL-EXIT
003740     END-IF.

003750     IF MX-PEND-PROP-USER = WS-USER
003760         DISPLAY 'MATRIXPARMMAINT: ' WS-KEY-IN
003770                 ' WAS PROPOSED BY ' WS-USER
003780                 ' - A DIFFERENT USER MUST ' WS-FUNCTION-IN
003790                 ' IT.  NOTHING DONE.'
003800         MOVE 8 TO RETURN-CODE
003810         GO TO 5100-DECIDE-ONE-PROPOSAL-EXIT
003820     END-IF.

003830     PERFORM 3200-READ-OLD-VALUE
003840         THRU 3200-READ-OLD-VALUE-EXIT.

003850     MOVE 'N' TO WS-APPLIED-SWITCH.

003860     IF WS-DECIDE-APPROVE
003870         PERFORM 5200-APPLY-PROPOSAL
003880             THRU 5200-APPLY-PROPOSAL-EXIT
003890     ELSE
003900         SET WS-CHANGE-APPLIED TO TRUE
003910     END-IF.

003920     IF NOT WS-CHANGE-APPLIED
003930         GO TO 5100-DECIDE-ONE-PROPOSAL-EXIT
003940     END-IF.

003950     MOVE WS-DECISION-SW    TO MX-PEND-STATUS.
003960     MOVE WS-USER           TO MX-PEND-DEC-USER.
003970     MOVE WS-TODAY-DATE     TO MX-PEND-DEC-DATE.
003980     MOVE WS-NOW-TIME (1:6) TO MX-PEND-DEC-TIME.

003990     REWRITE MX-PEND-RECORD
004000         INVALID KEY
004010             DISPLAY 'MATRIXPARMMAINT: MXPPEND REWRITE '
004020                     'FAILED FOR ' WS-KEY-IN
004030                     ', STATUS= ' WS-MXPPEND-STATUS
004040             MOVE 8 TO RETURN-CODE
004050     END-REWRITE.

004060     ADD 1 TO WS-CHANGE-COUNT.
004070     IF WS-DECIDE-APPROVE
004080         MOVE 'APR' TO MX-PAUD-ACTION
004090     ELSE
004100         MOVE 'REJ' TO MX-PAUD-ACTION
004110     END-IF.
004120     PERFORM 3300-WRITE-AUDIT-RECORD
004130         THRU 3300-WRITE-AUDIT-RECORD-EXIT.

004140     MOVE MX-PEND-NEW-VALUE TO WS-VALUE-TXT.
004150     IF WS-DECIDE-APPROVE
004160         DISPLAY 'MATRIXPARMMAINT: ' WS-KEY-IN ' SET TO '
004170                 WS-VALUE-TXT ' EFFECTIVE ' MX-PEND-EFF-DATE
004180                 ' - PROPOSED BY ' MX-PEND-PROP-USER
004190                 ', APPROVED BY ' WS-USER '.'
004200     ELSE
004210         DISPLAY 'MATRIXPARMMAINT: ' WS-KEY-IN ' CHANGE TO '
004220                 WS-VALUE-TXT ' PROPOSED BY '
004230                 MX-PEND-PROP-USER ' REJECTED BY '
004240                 WS-USER '.'
004250     END-IF.

004260 5100-DECIDE-ONE-PROPOSAL-EXIT.
004270     EXIT.

004280*****************************************************
004290* 5200-APPLY-PROPOSAL - the approved value goes live *
004300* in MXPARMF with the proposed effective date; the   *
004310* approver is recorded as its last changer.          *
004320*****************************************************
004330 5200-APPLY-PROPOSAL.

004340     MOVE WS-KEY-IN         TO MX-PARM-KEY.
004350     MOVE MX-PEND-NEW-VALUE TO MX-PARM-VALUE.
004360     MOVE MX-PEND-EFF-DATE  TO MX-PARM-EFF-DATE.
004370     MOVE WS-USER           TO MX-PARM-UPD-USER.
004380     MOVE WS-TODAY-DATE     TO MX-PARM-UPD-DATE.
004390     MOVE WS-NOW-TIME (1:6) TO MX-PARM-UPD-TIME.

004400     IF WS-KEY-FOUND
004410         REWRITE MX-PARM-RECORD
004420             INVALID KEY
004430                 DISPLAY 'MATRIXPARMMAINT: REWRITE FAILED '
004440                         'FOR ' WS-KEY-IN ', STATUS= '
004450                         WS-MXPARM-STATUS
004460                 MOVE 8 TO RETURN-CODE
004470         NOT INVALID KEY
004480             SET WS-CHANGE-APPLIED TO TRUE
004490         END-REWRITE
004500     ELSE
004510         WRITE MX-PARM-RECORD
004520             INVALID KEY
004530                 DISPLAY 'MATRIXPARMMAINT: WRITE FAILED '
004540                         'FOR ' WS-KEY-IN ', STATUS= '
004550                         WS-MXPARM-STATUS
004560                 MOVE 8 TO RETURN-CODE
004570         NOT INVALID KEY
004580             SET WS-CHANGE-APPLIED TO TRUE
004590         END-WRITE
004600     END-IF.

004610 5200-APPLY-PROPOSAL-EXIT.
004620     EXIT.

004630*****************************************************
004640* 6000-LIST-PENDING - prints every open proposal     *
004650* with its age in days.  For PENDING only those      *
004660* older than the age card are listed, and any such   *
004670* proposal sets RC=4 so a scheduler can chase it.    *
004680*****************************************************
004690 6000-LIST-PENDING.

004700     IF WS-FUNCTION-IN = 'PENDING'
004710         MOVE WS-AGE-IN TO WS-AGE-TXT
004720         DISPLAY 'MATRIXPARMMAINT: PROPOSALS PENDING MORE '
004730                 'THAN ' WS-AGE-TXT ' DAY(S)'
004740     ELSE
004750         MOVE 0 TO WS-AGE-IN
004760         DISPLAY 'MATRIXPARMMAINT: PENDING PROPOSALS'
004770     END-IF.

004780     MOVE LOW-VALUES TO MX-PEND-KEY.
004790     MOVE 'N' TO WS-EOF-SWITCH.

004800     START PEND-FILE KEY NOT < MX-PEND-KEY
004810         INVALID KEY
004820             MOVE 'Y' TO WS-EOF-SWITCH
004830     END-START.

004840     PERFORM 6100-LIST-ONE-PENDING
004850         THRU 6100-LIST-ONE-PENDING-EXIT
004860         UNTIL WS-END-OF-FILE.

004870     IF WS-PEND-COUNT = 0
004880         DISPLAY '  NONE.'
004890     ELSE
004900         IF WS-FUNCTION-IN = 'PENDING'
004910             AND RETURN-CODE < 4
004920             MOVE 4 TO RETURN-CODE
004930         END-IF
004940     END-IF.

004950 6000-LIST-PENDING-EXIT.
004960     EXIT.

004970 6100-LIST-ONE-PENDING.

004980     READ PEND-FILE NEXT
004990         AT END
005000             MOVE 'Y' TO WS-EOF-SWITCH
005010             GO TO 6100-LIST-ONE-PENDING-EXIT
005020     END-READ.

005030     IF NOT MX-PEND-IS-PENDING
005040         GO TO 6100-LIST-ONE-PENDING-EXIT
005050     END-IF.

005060     COMPUTE WS-PROP-INT =
005070         FUNCTION INTEGER-OF-DATE (MX-PEND-PROP-DATE).
005080     COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-PROP-INT.

005090     IF WS-FUNCTION-IN = 'PENDING'
005100         AND WS-AGE-DAYS NOT > WS-AGE-IN
005110         GO TO 6100-LIST-ONE-PENDING-EXIT
005120     END-IF.

005130     ADD 1 TO WS-PEND-COUNT.
005140     MOVE MX-PEND-OLD-VALUE TO WS-OLD-TXT.
005150     MOVE MX-PEND-NEW-VALUE TO WS-VALUE-TXT.
005160     MOVE WS-AGE-DAYS TO WS-AGE-TXT.
005170     DISPLAY '  ' MX-PEND-KEY ' ' WS-OLD-TXT ' -> '
005180         WS-VALUE-TXT '  EFFECTIVE ' MX-PEND-EFF-DATE
005190         '  PROPOSED ' MX-PEND-PROP-DATE '/'
005200         MX-PEND-PROP-TIME ' BY ' MX-PEND-PROP-USER
005210         '  AGE ' WS-AGE-TXT ' DAY(S)'.

005220 6100-LIST-ONE-PENDING-EXIT.
005230     EXIT.

005240*****************************************************
005250* 9999-EXIT - single program exit point.             *
005260*****************************************************
005270 9999-EXIT.

005280     GOBACK.
