000240*                     STILL AWAITING APPROVAL MORE THAN TWO     *
000250*                     DAYS AFTER IT WAS KEYED, SO A PENDING     *
000260*                     GRANT CANNOT SIT UNDECIDED FOREVER        *
000261*    10/15/26   JTM   REGISTERS ITS START, END, RETURN CODE AND *
000262*                     COUNTS ON RUNCTL AS STEP 04 OF THE        *
000263*                     NIGHTLY STREAM; REFUSES TO RUN (RC 12)    *
000264*                     OUT OF STREAM ORDER.                      *
000265*    10/15/26   JTM   SIGN-ONS REFUSED FOR THE TERMINAL OR THE  *
000266*                     HOUR (OUTCOMES 'U', 'H', 'W') ARE LISTED  *
000267*                     AS DENIALS, EACH WITH ITS OWN WORDING     *
000268*    10/15/26   JTM   A MASS-CHANGE BATCH STILL HELD FOR ITS    *
000269*                     SUBMITTER'S RELEASE IS REPORTED AS STALE  *
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS PCH-KEY
000410         FILE STATUS IS WS-PEND-STATUS.
000411     SELECT RUN-FILE  ASSIGN TO RUNCTL
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS RANDOM
000414         RECORD KEY IS RUN-KEY
000415         FILE STATUS IS WS-RUNC-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  AUDT-FILE
000530 FD  PEND-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 COPY KAJCPND.
000552 FD  RUN-FILE
000554     LABEL RECORDS ARE STANDARD.
000556 COPY KAJCRUN.
000560 WORKING-STORAGE SECTION.
000570 77  WS-EOF-SW           PIC X(01) VALUE 'N'.
000580     88  WS-END-OF-FILE      VALUE 'Y'.
000720 77  WS-REQ-YY           PIC S9(4) COMP VALUE 0.
000730 77  WS-REQ-DDD          PIC S9(4) COMP VALUE 0.
000740 77  WS-PEND-AGE         PIC S9(8) COMP VALUE 0.
000741*                                                               *
000742*    RUN CONTROL (KAJCRUN).  THE STEP NUMBER IS THIS JOB'S      *
000743*    PLACE IN THE NIGHTLY STREAM; THE BUSINESS DATE IS THE      *
000744*    ONE BALNCOB OPENED FOR TONIGHT'S STREAM.                   *
000745*                                                               *
000746 77  WS-RUNC-STATUS      PIC X(02) VALUE '00'.
000747 77  WS-RUN-JOB          PIC X(08) VALUE 'SECRCOB'.
000748 77  WS-RUN-STEP         PIC 9(02) VALUE 04.
000749 77  WS-PRED-JOB         PIC X(08) VALUE 'RPTACOB'.
000750 77  WS-PRED-STEP        PIC 9(02) VALUE 03.
000751 77  WS-BUS-DATE         PIC 9(07) VALUE ZERO.
000752 77  WS-CLOCK-DAY        PIC 9(05) VALUE ZERO.
000753 77  WS-CLOCK-DATE       PIC 9(07) VALUE ZERO.
000754 77  WS-CLOCK-TIME       PIC 9(08) VALUE ZERO.
000755 77  WS-CLOCK-HMS        PIC 9(07) VALUE ZERO.
000756 77  WS-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
000757     88  WS-RUN-FOUND        VALUE 'Y'.
000758 77  WS-RUN-REG-SW       PIC X(01) VALUE 'N'.
000759     88  WS-RUN-REGISTERED   VALUE 'Y'.
000760*                                                               *
000761 01  RPT-HEADING-1.
000770     05  FILLER              PIC X(20) VALUE SPACES.
000780     05  FILLER              PIC X(40)
000790             VALUE 'DAILY SECURITY EXCEPTIONS REPORT'.
001400             VALUE 'STALE PENDING:   '.
001410     05  RPT-T-STALE         PIC ZZZ,ZZ9.
001420 PROCEDURE DIVISION.
001421*                                                               *
001422*    0000-MAINLINE                                              *
001423*                                                               *
001424 0000-MAINLINE.
001425     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001426     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001427     PERFORM 2000-PROCESS-JOURNAL THRU 2000-EXIT
001428         UNTIL WS-END-OF-FILE.
001429     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001430     PERFORM 4000-REPORT-STALE-PENDING THRU 4000-EXIT.
001431     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001432     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
001433     STOP RUN.
001434*                                                               *
001435*    0500-CHECK-RUN-CONTROL - PICK UP THE BUSINESS DATE         *
001436*    BALNCOB OPENED FOR TONIGHT'S STREAM AND REFUSE TO RUN      *
001437*    UNLESS THE STEP BEFORE THIS ONE ENDED CLEAN FOR THAT       *
001438*    DATE - COMPLETE, OR A FAILURE AN ADMIN HAS ACCEPTED ON     *
001439*    THE RUNSCOB SCREEN.  THEN REGISTER THIS STEP'S START.      *
001440*                                                               *
001441 0500-CHECK-RUN-CONTROL.
001442     OPEN I-O RUN-FILE.
001443     IF WS-RUNC-STATUS NOT = '00'
001444         GO TO 9950-RUN-IO-ERROR
001445     END-IF.
001446     MOVE ZERO TO RUN-DATE.
001447     MOVE ZERO TO RUN-STEP.
001448     READ RUN-FILE.
001449     EVALUATE WS-RUNC-STATUS
001450         WHEN '00'
001451             CONTINUE
001452         WHEN '23'
001453             DISPLAY 'SECRCOB - STREAM NOT OPENED - '
001454                 'BALNCOB HAS NOT RUN'
001455             GO TO 0590-REFUSE-RUN
001456         WHEN OTHER
001457             GO TO 9950-RUN-IO-ERROR
001458     END-EVALUATE.
001459     MOVE RUN-CTL-BUS-DATE TO WS-BUS-DATE.
001460     MOVE WS-BUS-DATE  TO RUN-DATE.
001461     MOVE WS-PRED-STEP TO RUN-STEP.
001462     READ RUN-FILE.
001463     EVALUATE WS-RUNC-STATUS
001464         WHEN '00'
001465             CONTINUE
001466         WHEN '23'
001467             DISPLAY 'SECRCOB - ' WS-PRED-JOB
001468                 ' HAS NOT RUN FOR ' WS-BUS-DATE
001469             GO TO 0590-REFUSE-RUN
001470         WHEN OTHER
001471             GO TO 9950-RUN-IO-ERROR
001472     END-EVALUATE.
001473     IF NOT RUN-ENDED-CLEAN
001474         DISPLAY 'SECRCOB - ' WS-PRED-JOB
001475             ' DID NOT END CLEAN FOR ' WS-BUS-DATE
001476         GO TO 0590-REFUSE-RUN
001477     END-IF.
001478     PERFORM 0550-REGISTER-START THRU 0550-EXIT.
001479     CLOSE RUN-FILE.
001480 0500-EXIT.
001481     EXIT.
001482*                                                               *
001483*    0550-REGISTER-START - ONE RECORD PER STEP PER DATE.  A     *
001484*    STEP THAT ALREADY ENDED CLEAN FOR THE DATE IS NOT RUN      *
001485*    AGAIN UNLESS AN ADMIN AUTHORIZED THE RERUN; THE            *
001486*    AUTHORIZATION IS USED UP BY THIS START.  A STEP THAT       *
001487*    FAILED, OR NEVER FINISHED, MAY SIMPLY BE RERUN.            *
001488*                                                               *
001489 0550-REGISTER-START.
001490     MOVE WS-BUS-DATE TO RUN-DATE.
001491     MOVE WS-RUN-STEP TO RUN-STEP.
001492     MOVE 'N' TO WS-RUN-FOUND-SW.
001493     READ RUN-FILE.
001494     EVALUATE WS-RUNC-STATUS
001495         WHEN '00'
001496             MOVE 'Y' TO WS-RUN-FOUND-SW
001497         WHEN '23'
001498             MOVE SPACES TO KAJCRUN-RECORD
001499             MOVE WS-BUS-DATE TO RUN-DATE
001500             MOVE WS-RUN-STEP TO RUN-STEP
001501             MOVE ZERO TO RUN-ATTEMPTS
001502             MOVE ZERO TO RUN-ACT-DATE
001503             MOVE ZERO TO RUN-ACT-TIME
001504         WHEN OTHER
001505             GO TO 9950-RUN-IO-ERROR
001506     END-EVALUATE.
001507     IF WS-RUN-FOUND AND RUN-ENDED-CLEAN AND NOT RUN-RERUN-AUTH
001508         DISPLAY 'SECRCOB - ALREADY ENDED CLEAN FOR ' WS-BUS-DATE
001509             ' - NO RERUN AUTHORIZED'
001510         GO TO 0590-REFUSE-RUN
001511     END-IF.
001512     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
001513     MOVE WS-RUN-JOB    TO RUN-JOB.
001514     MOVE 'S'           TO RUN-STATUS.
001515     MOVE WS-CLOCK-DATE TO RUN-START-DATE.
001516     MOVE WS-CLOCK-HMS  TO RUN-START-TIME.
001517     MOVE ZERO          TO RUN-END-DATE.
001518     MOVE ZERO          TO RUN-END-TIME.
001519     MOVE ZERO          TO RUN-RC.
001520     MOVE 'DENIALS '    TO RUN-COUNT-LABEL (1).
001521     MOVE 'STALE   '    TO RUN-COUNT-LABEL (2).
001522     MOVE ZERO          TO RUN-COUNT (1).
001523     MOVE ZERO          TO RUN-COUNT (2).
001524     MOVE 'N'           TO RUN-RERUN-FLAG.
001525     IF RUN-ATTEMPTS < 99
001526         ADD 1 TO RUN-ATTEMPTS
001527     END-IF.
001528     IF WS-RUN-FOUND
001529         REWRITE KAJCRUN-RECORD
001530     ELSE
001531         WRITE KAJCRUN-RECORD
001532     END-IF.
001533     IF WS-RUNC-STATUS NOT = '00'
001534         GO TO 9950-RUN-IO-ERROR
001535     END-IF.
001536     MOVE 'Y' TO WS-RUN-REG-SW.
001537 0550-EXIT.
001538     EXIT.
001539*                                                               *
001540*    0560-READ-CLOCK - ACCEPT FROM DAY GIVES YYDDD AND FROM     *
001541*    TIME HHMMSSTT; STAMPS ARE CARRIED 0CYYDDD AND 0HHMMSS,     *
001542*    THE SAME AS THE JOURNAL.                                   *
001543*                                                               *
001544 0560-READ-CLOCK.
001545     ACCEPT WS-CLOCK-DAY FROM DAY.
001546     ADD 100000 WS-CLOCK-DAY GIVING WS-CLOCK-DATE.
001547     ACCEPT WS-CLOCK-TIME FROM TIME.
001548     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-CLOCK-HMS.
001549 0560-EXIT.
001550     EXIT.
001551*                                                               *
001552*    0590-REFUSE-RUN - OUT OF STREAM ORDER.  NOTHING HAS BEEN   *
001553*    OPENED OR CHANGED YET; RETURN CODE 12 HOLDS THE STREAM.    *
001554*                                                               *
001555 0590-REFUSE-RUN.
001556     DISPLAY 'SECRCOB - RUN REFUSED BY RUN CONTROL, RC 12'.
001557     CLOSE RUN-FILE.
001558     MOVE 12 TO RETURN-CODE.
001559     STOP RUN.
001560*                                                               *
001561*    1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADINGS,      *
001562*    PRIME THE FIRST READ.  THE RUN DATE ON THE HEADING IS      *
001570*    FILLED FROM THE FIRST JOURNAL RECORD READ.                 *
001580*                                                               *
001590 1000-INITIALIZE.
001770*                                                               *
001780 2000-PROCESS-JOURNAL.
001790     IF AUD-OUT-DENIED OR AUD-OUT-NOTFND
001795         OR AUD-OUT-SGON-REFUSED
001800         PERFORM 2200-PRINT-EXCEPTION THRU 2200-EXIT
001810     END-IF.
001820     PERFORM 2100-READ-JOURNAL-RECORD THRU 2100-EXIT.
002080     MOVE AUD-TIME        TO RPT-D-TIME.
002090     MOVE AUD-PROGRAM-ID  TO RPT-D-PROGRAM-ID.
002100     MOVE AUD-OPTION      TO RPT-D-OPTION.
002110     EVALUATE TRUE
002120         WHEN AUD-OUT-NOTFND
002130             MOVE 'OPTION NOT FOUND' TO RPT-D-OUTCOME
002140         WHEN AUD-OUT-TERM-UNREG
002150             MOVE 'TERM NOT REGSTRD' TO RPT-D-OUTCOME
002151         WHEN AUD-OUT-TERM-AUTH
002152             MOVE 'TERM AUTH LIMIT'  TO RPT-D-OUTCOME
002153         WHEN AUD-OUT-OFF-SHIFT
002154             MOVE 'OUTSIDE SHIFT'    TO RPT-D-OUTCOME
002155         WHEN OTHER
002156             MOVE 'DENIED'           TO RPT-D-OUTCOME
002157     END-EVALUATE.
002160     WRITE RPT-PRINT-LINE FROM RPT-DETAIL-LINE.
002170 2200-EXIT.
002180     EXIT.
002310     EXIT.
002320*                                                               *
002330*    4000-REPORT-STALE-PENDING - EVERY PENDCH RECORD STILL      *
002340*    PENDING (OR STILL HELD FOR ITS SUBMITTER'S RELEASE) MORE   *
002345*    THAN WS-STALE-LIMIT DAYS AFTER IT WAS KEYED.               *
002350*    THE REPORT DAY IS THE JOURNAL'S OWN DATE (WS-RUN-DATE),    *
002360*    THE SAME DAY THE REST OF THIS REPORT COVERS.  A PENDCH     *
002370*    FILE THAT CANNOT BE OPENED IS SAID SO ON THE REPORT AND    *
002710         MOVE 'Y' TO WS-PEND-EOF-SW
002720         GO TO 4100-EXIT
002730     END-IF.
002740     IF NOT PCH-STAT-PENDING AND NOT PCH-STAT-HELD
002750         GO TO 4100-EXIT
002760     END-IF.
002770     DIVIDE PCH-REQ-DATE BY 1000
002990     CLOSE RPT-FILE.
003000 9000-EXIT.
003010     EXIT.
003020*                                                               *
003030*    9100-POST-RUN-CONTROL - RECORD HOW THIS STEP ENDED.  A     *
003040*    RETURN CODE ABOVE 4 IS A FAILURE: THE NEXT STEP WILL NOT   *
003050*    RUN UNTIL THIS ONE IS RERUN CLEAN OR AN ADMIN ACCEPTS      *
003060*    THE FAILURE.                                               *
003070*                                                               *
003080 9100-POST-RUN-CONTROL.
003090     IF NOT WS-RUN-REGISTERED
003100         GO TO 9100-EXIT
003110     END-IF.
003120     MOVE 'N' TO WS-RUN-REG-SW.
003130     OPEN I-O RUN-FILE.
003140     IF WS-RUNC-STATUS NOT = '00'
003150         GO TO 9950-RUN-IO-ERROR
003160     END-IF.
003170     MOVE WS-BUS-DATE TO RUN-DATE.
003180     MOVE WS-RUN-STEP TO RUN-STEP.
003190     READ RUN-FILE.
003200     IF WS-RUNC-STATUS NOT = '00'
003210         GO TO 9950-RUN-IO-ERROR
003220     END-IF.
003230     IF RETURN-CODE > 4
003240         MOVE 'F' TO RUN-STATUS
003250     ELSE
003260         MOVE 'C' TO RUN-STATUS
003270     END-IF.
003280     MOVE RETURN-CODE TO RUN-RC.
003290     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
003300     MOVE WS-CLOCK-DATE TO RUN-END-DATE.
003310     MOVE WS-CLOCK-HMS  TO RUN-END-TIME.
003320     MOVE WS-DENIAL-COUNT TO RUN-COUNT (1).
003330     MOVE WS-STALE-COUNT TO RUN-COUNT (2).
003340     REWRITE KAJCRUN-RECORD.
003350     IF WS-RUNC-STATUS NOT = '00'
003360         GO TO 9950-RUN-IO-ERROR
003370     END-IF.
003380     CLOSE RUN-FILE.
003390 9100-EXIT.
003400     EXIT.
003410*                                                               *
003420*    9950-RUN-IO-ERROR - THE RUN-CONTROL FILE ITSELF FAILED.    *
003430*    THE STEP CANNOT BE LOGGED, SO IT STOPS THE SAME AS ANY     *
003440*    OTHER HARD STOP.                                           *
003450*                                                               *
003460 9950-RUN-IO-ERROR.
003470     DISPLAY 'SECRCOB - RUN CONTROL FILE I/O ERROR, STATUS '
003480         WS-RUNC-STATUS.
003490     MOVE 16 TO RETURN-CODE.
003500     STOP RUN.
