000330*                     AND EVERY OPERATOR IS REPORTED.  ADDED THE *
000340*                     ACTIVITY-BY-HOUR SECTION ACCUMULATED FROM  *
000350*                     JRN-TIME DURING THE SORT INPUT PHASE       *
000352*    10/15/26   JTM   REGISTERS ITS START, END, RETURN CODE AND *
000354*                     COUNTS ON RUNCTL AS STEP 03 OF THE        *
000356*                     NIGHTLY STREAM; REFUSES TO RUN (RC 12)    *
000358*                     OUT OF STREAM ORDER.                      *
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000440     SELECT RPT-FILE  ASSIGN TO RPTOUT
000450         ORGANIZATION IS SEQUENTIAL.
000460     SELECT SORT-FILE ASSIGN TO SORTWK01.
000461     SELECT RUN-FILE  ASSIGN TO RUNCTL
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS RANDOM
000464         RECORD KEY IS RUN-KEY
000465         FILE STATUS IS WS-RUNC-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  AUDT-FILE
000590 01  SORT-RECORD.
000600     05  SRT-OPERATOR-ID     PIC X(08).
000610     05  SRT-PROGRAM-ID      PIC X(08).
000612 FD  RUN-FILE
000614     LABEL RECORDS ARE STANDARD.
000616 COPY KAJCRUN.
000620 WORKING-STORAGE SECTION.
000630 77  WS-EOF-SW           PIC X(01) VALUE 'N'.
000640     88  WS-END-OF-FILE      VALUE 'Y'.
000720 77  WS-OPR-LIST         PIC 9(05) VALUE ZERO.
000730 77  WS-HOUR             PIC S9(4) COMP VALUE 0.
000740 77  WS-HOUR-IDX         PIC S9(4) COMP VALUE 0.
000741*                                                               *
000742*    RUN CONTROL (KAJCRUN).  THE STEP NUMBER IS THIS JOB'S      *
000743*    PLACE IN THE NIGHTLY STREAM; THE BUSINESS DATE IS THE      *
000744*    ONE BALNCOB OPENED FOR TONIGHT'S STREAM.                   *
000745*                                                               *
000746 77  WS-RUNC-STATUS      PIC X(02) VALUE '00'.
000747 77  WS-RUN-JOB          PIC X(08) VALUE 'RPTACOB'.
000748 77  WS-RUN-STEP         PIC 9(02) VALUE 03.
000749 77  WS-PRED-JOB         PIC X(08) VALUE 'AHSTCOB'.
000750 77  WS-PRED-STEP        PIC 9(02) VALUE 02.
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
000761*    ONE ENTRY PER HOUR OF DAY (SUBSCRIPT = HOUR + 1).  MENU    *
000770*    AND LIST COUNT THE SAME RECORDS AS THE PER-OPERATOR        *
000780*    SECTION; ALL COUNTS EVERY JOURNAL RECORD REGARDLESS OF     *
000790*    PROGRAM, SO THE REGION'S TRUE LOAD SHAPE IS VISIBLE.       *
001350*    AND PRINT ONE LINE PER OPERATOR ON THE CONTROL BREAK.      *
001360*                                                               *
001370 0000-MAINLINE.
001375     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001380     PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
001390     SORT SORT-FILE
001400         ON ASCENDING KEY SRT-OPERATOR-ID
001401         INPUT PROCEDURE IS 1000-INPUT-PHASE THRU 1000-EXIT
001402         OUTPUT PROCEDURE IS 3000-OUTPUT-PHASE THRU 3000-EXIT.
001403     PERFORM 4000-PRINT-HOURLY THRU 4000-EXIT.
001404     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001405     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
001406     STOP RUN.
001407*                                                               *
001408*    0100-OPEN-FILES                                            *
001409*                                                               *
001410 0100-OPEN-FILES.
001411     OPEN INPUT AUDT-FILE.
001412     OPEN OUTPUT RPT-FILE.
001413     MOVE ZEROS TO WS-HOUR-TABLE.
001414 0100-EXIT.
001415     EXIT.
001416*                                                               *
001417*    0500-CHECK-RUN-CONTROL - PICK UP THE BUSINESS DATE         *
001418*    BALNCOB OPENED FOR TONIGHT'S STREAM AND REFUSE TO RUN      *
001419*    UNLESS THE STEP BEFORE THIS ONE ENDED CLEAN FOR THAT       *
001420*    DATE - COMPLETE, OR A FAILURE AN ADMIN HAS ACCEPTED ON     *
001421*    THE RUNSCOB SCREEN.  THEN REGISTER THIS STEP'S START.      *
001422*                                                               *
001423 0500-CHECK-RUN-CONTROL.
001424     OPEN I-O RUN-FILE.
001425     IF WS-RUNC-STATUS NOT = '00'
001426         GO TO 9950-RUN-IO-ERROR
001427     END-IF.
001428     MOVE ZERO TO RUN-DATE.
001429     MOVE ZERO TO RUN-STEP.
001430     READ RUN-FILE.
001431     EVALUATE WS-RUNC-STATUS
001432         WHEN '00'
001433             CONTINUE
001434         WHEN '23'
001435             DISPLAY 'RPTACOB - STREAM NOT OPENED - '
001436                 'BALNCOB HAS NOT RUN'
001437             GO TO 0590-REFUSE-RUN
001438         WHEN OTHER
001439             GO TO 9950-RUN-IO-ERROR
001440     END-EVALUATE.
001441     MOVE RUN-CTL-BUS-DATE TO WS-BUS-DATE.
001442     MOVE WS-BUS-DATE  TO RUN-DATE.
001443     MOVE WS-PRED-STEP TO RUN-STEP.
001444     READ RUN-FILE.
001445     EVALUATE WS-RUNC-STATUS
001446         WHEN '00'
001447             CONTINUE
001448         WHEN '23'
001449             DISPLAY 'RPTACOB - ' WS-PRED-JOB
001450                 ' HAS NOT RUN FOR ' WS-BUS-DATE
001451             GO TO 0590-REFUSE-RUN
001452         WHEN OTHER
001453             GO TO 9950-RUN-IO-ERROR
001454     END-EVALUATE.
001455     IF NOT RUN-ENDED-CLEAN
001456         DISPLAY 'RPTACOB - ' WS-PRED-JOB
001457             ' DID NOT END CLEAN FOR ' WS-BUS-DATE
001458         GO TO 0590-REFUSE-RUN
001459     END-IF.
001460     PERFORM 0550-REGISTER-START THRU 0550-EXIT.
001461     CLOSE RUN-FILE.
001462 0500-EXIT.
001463     EXIT.
001464*                                                               *
001465*    0550-REGISTER-START - ONE RECORD PER STEP PER DATE.  A     *
001466*    STEP THAT ALREADY ENDED CLEAN FOR THE DATE IS NOT RUN      *
001467*    AGAIN UNLESS AN ADMIN AUTHORIZED THE RERUN; THE            *
001468*    AUTHORIZATION IS USED UP BY THIS START.  A STEP THAT       *
001469*    FAILED, OR NEVER FINISHED, MAY SIMPLY BE RERUN.            *
001470*                                                               *
001471 0550-REGISTER-START.
001472     MOVE WS-BUS-DATE TO RUN-DATE.
001473     MOVE WS-RUN-STEP TO RUN-STEP.
001474     MOVE 'N' TO WS-RUN-FOUND-SW.
001475     READ RUN-FILE.
001476     EVALUATE WS-RUNC-STATUS
001477         WHEN '00'
001478             MOVE 'Y' TO WS-RUN-FOUND-SW
001479         WHEN '23'
001480             MOVE SPACES TO KAJCRUN-RECORD
001481             MOVE WS-BUS-DATE TO RUN-DATE
001482             MOVE WS-RUN-STEP TO RUN-STEP
001483             MOVE ZERO TO RUN-ATTEMPTS
001484             MOVE ZERO TO RUN-ACT-DATE
001485             MOVE ZERO TO RUN-ACT-TIME
001486         WHEN OTHER
001487             GO TO 9950-RUN-IO-ERROR
001488     END-EVALUATE.
001489     IF WS-RUN-FOUND AND RUN-ENDED-CLEAN AND NOT RUN-RERUN-AUTH
001490         DISPLAY 'RPTACOB - ALREADY ENDED CLEAN FOR ' WS-BUS-DATE
001491             ' - NO RERUN AUTHORIZED'
001492         GO TO 0590-REFUSE-RUN
001493     END-IF.
001494     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
001495     MOVE WS-RUN-JOB    TO RUN-JOB.
001496     MOVE 'S'           TO RUN-STATUS.
001497     MOVE WS-CLOCK-DATE TO RUN-START-DATE.
001498     MOVE WS-CLOCK-HMS  TO RUN-START-TIME.
001499     MOVE ZERO          TO RUN-END-DATE.
001500     MOVE ZERO          TO RUN-END-TIME.
001501     MOVE ZERO          TO RUN-RC.
001502     MOVE 'MENU    '    TO RUN-COUNT-LABEL (1).
001503     MOVE 'LIST    '    TO RUN-COUNT-LABEL (2).
001504     MOVE ZERO          TO RUN-COUNT (1).
001505     MOVE ZERO          TO RUN-COUNT (2).
001506     MOVE 'N'           TO RUN-RERUN-FLAG.
001507     IF RUN-ATTEMPTS < 99
001508         ADD 1 TO RUN-ATTEMPTS
001509     END-IF.
001510     IF WS-RUN-FOUND
001511         REWRITE KAJCRUN-RECORD
001512     ELSE
001513         WRITE KAJCRUN-RECORD
001514     END-IF.
001515     IF WS-RUNC-STATUS NOT = '00'
001516         GO TO 9950-RUN-IO-ERROR
001517     END-IF.
001518     MOVE 'Y' TO WS-RUN-REG-SW.
001519 0550-EXIT.
001520     EXIT.
001521*                                                               *
001522*    0560-READ-CLOCK - ACCEPT FROM DAY GIVES YYDDD AND FROM     *
001523*    TIME HHMMSSTT; STAMPS ARE CARRIED 0CYYDDD AND 0HHMMSS,     *
001524*    THE SAME AS THE JOURNAL.                                   *
001525*                                                               *
001526 0560-READ-CLOCK.
001527     ACCEPT WS-CLOCK-DAY FROM DAY.
001528     ADD 100000 WS-CLOCK-DAY GIVING WS-CLOCK-DATE.
001529     ACCEPT WS-CLOCK-TIME FROM TIME.
001530     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-CLOCK-HMS.
001531 0560-EXIT.
001532     EXIT.
001533*                                                               *
001534*    0590-REFUSE-RUN - OUT OF STREAM ORDER.  NOTHING HAS BEEN   *
001535*    OPENED OR CHANGED YET; RETURN CODE 12 HOLDS THE STREAM.    *
001536*                                                               *
001537 0590-REFUSE-RUN.
001538     DISPLAY 'RPTACOB - RUN REFUSED BY RUN CONTROL, RC 12'.
001539     CLOSE RUN-FILE.
001540     MOVE 12 TO RETURN-CODE.
001541     STOP RUN.
001550*                                                               *
001560*    1000/1100 - SORT INPUT PHASE.  EVERY JOURNAL RECORD GOES   *
001570*    INTO THE HOURLY TABLE; EVERY RECORD IS RELEASED TO THE     *
003090     CLOSE RPT-FILE.
003100 9000-EXIT.
003110     EXIT.
003120*                                                               *
003130*    9100-POST-RUN-CONTROL - RECORD HOW THIS STEP ENDED.  A     *
003140*    RETURN CODE ABOVE 4 IS A FAILURE: THE NEXT STEP WILL NOT   *
003150*    RUN UNTIL THIS ONE IS RERUN CLEAN OR AN ADMIN ACCEPTS      *
003160*    THE FAILURE.                                               *
003170*                                                               *
003180 9100-POST-RUN-CONTROL.
003190     IF NOT WS-RUN-REGISTERED
003200         GO TO 9100-EXIT
003210     END-IF.
003220     MOVE 'N' TO WS-RUN-REG-SW.
003230     OPEN I-O RUN-FILE.
003240     IF WS-RUNC-STATUS NOT = '00'
003250         GO TO 9950-RUN-IO-ERROR
003260     END-IF.
003270     MOVE WS-BUS-DATE TO RUN-DATE.
003280     MOVE WS-RUN-STEP TO RUN-STEP.
003290     READ RUN-FILE.
003300     IF WS-RUNC-STATUS NOT = '00'
003310         GO TO 9950-RUN-IO-ERROR
003320     END-IF.
003330     IF RETURN-CODE > 4
003340         MOVE 'F' TO RUN-STATUS
003350     ELSE
003360         MOVE 'C' TO RUN-STATUS
003370     END-IF.
003380     MOVE RETURN-CODE TO RUN-RC.
003390     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
003400     MOVE WS-CLOCK-DATE TO RUN-END-DATE.
003410     MOVE WS-CLOCK-HMS  TO RUN-END-TIME.
003420     MOVE WS-TOTAL-MENU TO RUN-COUNT (1).
003430     MOVE WS-TOTAL-LIST TO RUN-COUNT (2).
003440     REWRITE KAJCRUN-RECORD.
003450     IF WS-RUNC-STATUS NOT = '00'
003460         GO TO 9950-RUN-IO-ERROR
003470     END-IF.
003480     CLOSE RUN-FILE.
003490 9100-EXIT.
003500     EXIT.
003510*                                                               *
003520*    9950-RUN-IO-ERROR - THE RUN-CONTROL FILE ITSELF FAILED.    *
003530*    THE STEP CANNOT BE LOGGED, SO IT STOPS THE SAME AS ANY     *
003540*    OTHER HARD STOP.                                           *
003550*                                                               *
003560 9950-RUN-IO-ERROR.
003570     DISPLAY 'RPTACOB - RUN CONTROL FILE I/O ERROR, STATUS '
003580         WS-RUNC-STATUS.
003590     MOVE 16 TO RETURN-CODE.
003600     STOP RUN.
