000200*    DATE       INIT  DESCRIPTION                               *
000210*    --------   ----  -----------------------------------------*
000220*    09/02/26   JTM   ORIGINAL                                  *
000221*    10/15/26   JTM   REGISTERS ITS START, END, RETURN CODE AND *
000222*                     COUNTS ON RUNCTL AS STEP 08 OF THE        *
000223*                     NIGHTLY STREAM; REFUSES TO RUN (RC 12)    *
000224*                     OUT OF STREAM ORDER.                      *
000225*    10/15/26   JTM   FOLLOWS STEP 10 JRNLCOB, NOW THE LAST     *
000226*                     NIGHTLY STEP, INSTEAD OF PRTWCOB.         *
000227*    10/15/26   JTM   FOLLOWS STEP 11 FEEDCOB, NOW THE LAST     *
000228*                     NIGHTLY STEP, INSTEAD OF JRNLCOB.         *
000229*    10/15/26   JTM   FOLLOWS STEP 12 DLGXCOB, NOW THE LAST     *
000230*                     NIGHTLY STEP, INSTEAD OF FEEDCOB.         *
000231*    10/15/26   JTM   FOLLOWS STEP 13 INTGCOB, NOW THE LAST     *
000232*                     NIGHTLY STEP, INSTEAD OF DLGXCOB.         *
000233 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000330         FILE STATUS IS WS-ARCH-STATUS.
000340     SELECT RPT-FILE  ASSIGN TO AMRPOUT
000350         ORGANIZATION IS SEQUENTIAL.
000351     SELECT RUN-FILE  ASSIGN TO RUNCTL
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS RANDOM
000354         RECORD KEY IS RUN-KEY
000355         FILE STATUS IS WS-RUNC-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  ARCH-FILE
000420     RECORDING MODE IS F
000430     LABEL RECORDS ARE STANDARD.
000440 01  RPT-PRINT-LINE      PIC X(80).
000442 FD  RUN-FILE
000444     LABEL RECORDS ARE STANDARD.
000446 COPY KAJCRUN.
000450 WORKING-STORAGE SECTION.
000460 77  WS-ARCH-STATUS      PIC X(02) VALUE '00'.
000470 77  WS-EOF-SW           PIC X(01) VALUE 'N'.
000590 77  WS-HOUR-DISP        PIC S9(4) COMP VALUE 0.
000600 77  WS-REC-TOTAL        PIC S9(8) COMP VALUE 0.
000610 77  WS-LINE-TOTAL       PIC S9(8) COMP VALUE 0.
000615 77  WS-READ-COUNT       PIC 9(07) VALUE ZERO.
000620 77  WS-OPR-IX           PIC S9(4) COMP VALUE 0.
000630*                                                               *
000640*    PER-OPERATOR WEEKLY TOTALS.  TWO HUNDRED OPERATORS IS      *
000680 77  WS-OPR-COUNT        PIC S9(4) COMP VALUE 0.
000690 77  WS-LUMP-SW          PIC X(01) VALUE 'N'.
000700     88  WS-OTHERS-LUMPED    VALUE 'Y'.
000701*                                                               *
000702*    RUN CONTROL (KAJCRUN).  THE STEP NUMBER IS THIS JOB'S      *
000703*    PLACE IN THE NIGHTLY STREAM; THE BUSINESS DATE IS THE      *
000704*    ONE BALNCOB OPENED FOR TONIGHT'S STREAM.                   *
000705*                                                               *
000706 77  WS-RUNC-STATUS      PIC X(02) VALUE '00'.
000707 77  WS-RUN-JOB          PIC X(08) VALUE 'AMRPCOB'.
000708 77  WS-RUN-STEP         PIC 9(02) VALUE 08.
000709 77  WS-PRED-JOB         PIC X(08) VALUE 'INTGCOB'.
000710 77  WS-PRED-STEP        PIC 9(02) VALUE 13.
000711 77  WS-BUS-DATE         PIC 9(07) VALUE ZERO.
000712 77  WS-CLOCK-DAY        PIC 9(05) VALUE ZERO.
000713 77  WS-CLOCK-DATE       PIC 9(07) VALUE ZERO.
000714 77  WS-CLOCK-TIME       PIC 9(08) VALUE ZERO.
000715 77  WS-CLOCK-HMS        PIC 9(07) VALUE ZERO.
000716 77  WS-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
000717     88  WS-RUN-FOUND        VALUE 'Y'.
000718 77  WS-RUN-REG-SW       PIC X(01) VALUE 'N'.
000719     88  WS-RUN-REGISTERED   VALUE 'Y'.
000720 01  WS-OPR-TABLE.
000721     05  WS-OPR-ENTRY OCCURS 1 TO 200 TIMES
000730             DEPENDING ON WS-OPR-COUNT
000740             INDEXED BY WS-OPR-IDX.
000750         10  WS-OPR-ID       PIC X(08).
001260     05  FILLER              PIC X(40)
001270         VALUE 'NO ARCHIVE ACTIVITY IN THE WINDOW'.
001280 PROCEDURE DIVISION.
001281*                                                               *
001282*    0000-MAINLINE                                              *
001283*                                                               *
001284 0000-MAINLINE.
001285     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001286     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001287     PERFORM 2000-ACCUMULATE-ONE THRU 2000-EXIT
001288         UNTIL WS-END-OF-FILE.
001289     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
001290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001291     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
001292     STOP RUN.
001293*                                                               *
001294*    0500-CHECK-RUN-CONTROL - PICK UP THE BUSINESS DATE         *
001295*    BALNCOB OPENED FOR TONIGHT'S STREAM AND REFUSE TO RUN      *
001296*    UNLESS THE STEP BEFORE THIS ONE ENDED CLEAN FOR THAT       *
001297*    DATE - COMPLETE, OR A FAILURE AN ADMIN HAS ACCEPTED ON     *
001298*    THE RUNSCOB SCREEN.  THEN REGISTER THIS STEP'S START.      *
001299*                                                               *
001300 0500-CHECK-RUN-CONTROL.
001301     OPEN I-O RUN-FILE.
001302     IF WS-RUNC-STATUS NOT = '00'
001303         GO TO 9950-RUN-IO-ERROR
001304     END-IF.
001305     MOVE ZERO TO RUN-DATE.
001306     MOVE ZERO TO RUN-STEP.
001307     READ RUN-FILE.
001308     EVALUATE WS-RUNC-STATUS
001309         WHEN '00'
001310             CONTINUE
001311         WHEN '23'
001312             DISPLAY 'AMRPCOB - STREAM NOT OPENED - '
001313                 'BALNCOB HAS NOT RUN'
001314             GO TO 0590-REFUSE-RUN
001315         WHEN OTHER
001316             GO TO 9950-RUN-IO-ERROR
001317     END-EVALUATE.
001318     MOVE RUN-CTL-BUS-DATE TO WS-BUS-DATE.
001319     MOVE WS-BUS-DATE  TO RUN-DATE.
001320     MOVE WS-PRED-STEP TO RUN-STEP.
001321     READ RUN-FILE.
001322     EVALUATE WS-RUNC-STATUS
001323         WHEN '00'
001324             CONTINUE
001325         WHEN '23'
001326             DISPLAY 'AMRPCOB - ' WS-PRED-JOB
001327                 ' HAS NOT RUN FOR ' WS-BUS-DATE
001328             GO TO 0590-REFUSE-RUN
001329         WHEN OTHER
001330             GO TO 9950-RUN-IO-ERROR
001331     END-EVALUATE.
001332     IF NOT RUN-ENDED-CLEAN
001333         DISPLAY 'AMRPCOB - ' WS-PRED-JOB
001334             ' DID NOT END CLEAN FOR ' WS-BUS-DATE
001335         GO TO 0590-REFUSE-RUN
001336     END-IF.
001337     PERFORM 0550-REGISTER-START THRU 0550-EXIT.
001338     CLOSE RUN-FILE.
001339 0500-EXIT.
001340     EXIT.
001341*                                                               *
001342*    0550-REGISTER-START - ONE RECORD PER STEP PER DATE.  A     *
001343*    STEP THAT ALREADY ENDED CLEAN FOR THE DATE IS NOT RUN      *
001344*    AGAIN UNLESS AN ADMIN AUTHORIZED THE RERUN; THE            *
001345*    AUTHORIZATION IS USED UP BY THIS START.  A STEP THAT       *
001346*    FAILED, OR NEVER FINISHED, MAY SIMPLY BE RERUN.            *
001347*                                                               *
001348 0550-REGISTER-START.
001349     MOVE WS-BUS-DATE TO RUN-DATE.
001350     MOVE WS-RUN-STEP TO RUN-STEP.
001351     MOVE 'N' TO WS-RUN-FOUND-SW.
001352     READ RUN-FILE.
001353     EVALUATE WS-RUNC-STATUS
001354         WHEN '00'
001355             MOVE 'Y' TO WS-RUN-FOUND-SW
001356         WHEN '23'
001357             MOVE SPACES TO KAJCRUN-RECORD
001358             MOVE WS-BUS-DATE TO RUN-DATE
001359             MOVE WS-RUN-STEP TO RUN-STEP
001360             MOVE ZERO TO RUN-ATTEMPTS
001361             MOVE ZERO TO RUN-ACT-DATE
001362             MOVE ZERO TO RUN-ACT-TIME
001363         WHEN OTHER
001364             GO TO 9950-RUN-IO-ERROR
001365     END-EVALUATE.
001366     IF WS-RUN-FOUND AND RUN-ENDED-CLEAN AND NOT RUN-RERUN-AUTH
001367         DISPLAY 'AMRPCOB - ALREADY ENDED CLEAN FOR ' WS-BUS-DATE
001368             ' - NO RERUN AUTHORIZED'
001369         GO TO 0590-REFUSE-RUN
001370     END-IF.
001371     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
001372     MOVE WS-RUN-JOB    TO RUN-JOB.
001373     MOVE 'S'           TO RUN-STATUS.
001374     MOVE WS-CLOCK-DATE TO RUN-START-DATE.
001375     MOVE WS-CLOCK-HMS  TO RUN-START-TIME.
001376     MOVE ZERO          TO RUN-END-DATE.
001377     MOVE ZERO          TO RUN-END-TIME.
001378     MOVE ZERO          TO RUN-RC.
001379     MOVE 'ARCHIVE '    TO RUN-COUNT-LABEL (1).
001380     MOVE 'OPERATRS'    TO RUN-COUNT-LABEL (2).
001381     MOVE ZERO          TO RUN-COUNT (1).
001382     MOVE ZERO          TO RUN-COUNT (2).
001383     MOVE 'N'           TO RUN-RERUN-FLAG.
001384     IF RUN-ATTEMPTS < 99
001385         ADD 1 TO RUN-ATTEMPTS
001386     END-IF.
001387     IF WS-RUN-FOUND
001388         REWRITE KAJCRUN-RECORD
001389     ELSE
001390         WRITE KAJCRUN-RECORD
001391     END-IF.
001392     IF WS-RUNC-STATUS NOT = '00'
001393         GO TO 9950-RUN-IO-ERROR
001394     END-IF.
001395     MOVE 'Y' TO WS-RUN-REG-SW.
001396 0550-EXIT.
001397     EXIT.
001398*                                                               *
001399*    0560-READ-CLOCK - ACCEPT FROM DAY GIVES YYDDD AND FROM     *
001400*    TIME HHMMSSTT; STAMPS ARE CARRIED 0CYYDDD AND 0HHMMSS,     *
001401*    THE SAME AS THE JOURNAL.                                   *
001402*                                                               *
001403 0560-READ-CLOCK.
001404     ACCEPT WS-CLOCK-DAY FROM DAY.
001405     ADD 100000 WS-CLOCK-DAY GIVING WS-CLOCK-DATE.
001406     ACCEPT WS-CLOCK-TIME FROM TIME.
001407     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-CLOCK-HMS.
001408 0560-EXIT.
001409     EXIT.
001410*                                                               *
001411*    0590-REFUSE-RUN - OUT OF STREAM ORDER.  NOTHING HAS BEEN   *
001412*    OPENED OR CHANGED YET; RETURN CODE 12 HOLDS THE STREAM.    *
001413*                                                               *
001414 0590-REFUSE-RUN.
001415     DISPLAY 'AMRPCOB - RUN REFUSED BY RUN CONTROL, RC 12'.
001416     CLOSE RUN-FILE.
001417     MOVE 12 TO RETURN-CODE.
001418     STOP RUN.
001419*                                                               *
001420*    1000-INITIALIZE - ACCEPT FROM DAY GIVES YYDDD; THE RUN     *
001421*    DATE IS CARRIED IN THE CYYDDD FORM THE REST OF THE         *
001422*    SYSTEM USES (CENTURY DIGIT 1 = 20XX).                      *
001430*                                                               *
001440 1000-INITIALIZE.
001450     OPEN INPUT ARCH-FILE.
001980     IF WS-ARCH-STATUS NOT = '00'
001990         GO TO 9800-ARCH-IO-ERROR
002000     END-IF.
002005     ADD 1 TO WS-READ-COUNT.
002010 2100-EXIT.
002020     EXIT.
002030*                                                               *
003000 9000-EXIT.
003010     EXIT.
003020*                                                               *
003021*    9100-POST-RUN-CONTROL - RECORD HOW THIS STEP ENDED.  A     *
003022*    RETURN CODE ABOVE 4 IS A FAILURE: THE NEXT STEP WILL NOT   *
003023*    RUN UNTIL THIS ONE IS RERUN CLEAN OR AN ADMIN ACCEPTS      *
003024*    THE FAILURE.  THE HARD STOPS COME THROUGH HERE TOO.        *
003025*                                                               *
003026 9100-POST-RUN-CONTROL.
003027     IF NOT WS-RUN-REGISTERED
003028         GO TO 9100-EXIT
003029     END-IF.
003030     MOVE 'N' TO WS-RUN-REG-SW.
003031     OPEN I-O RUN-FILE.
003032     IF WS-RUNC-STATUS NOT = '00'
003033         GO TO 9950-RUN-IO-ERROR
003034     END-IF.
003035     MOVE WS-BUS-DATE TO RUN-DATE.
003036     MOVE WS-RUN-STEP TO RUN-STEP.
003037     READ RUN-FILE.
003038     IF WS-RUNC-STATUS NOT = '00'
003039         GO TO 9950-RUN-IO-ERROR
003040     END-IF.
003041     IF RETURN-CODE > 4
003042         MOVE 'F' TO RUN-STATUS
003043     ELSE
003044         MOVE 'C' TO RUN-STATUS
003045     END-IF.
003046     MOVE RETURN-CODE TO RUN-RC.
003047     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
003048     MOVE WS-CLOCK-DATE TO RUN-END-DATE.
003049     MOVE WS-CLOCK-HMS  TO RUN-END-TIME.
003050     MOVE WS-READ-COUNT TO RUN-COUNT (1).
003051     MOVE WS-OPR-COUNT TO RUN-COUNT (2).
003052     REWRITE KAJCRUN-RECORD.
003053     IF WS-RUNC-STATUS NOT = '00'
003054         GO TO 9950-RUN-IO-ERROR
003055     END-IF.
003056     CLOSE RUN-FILE.
003057 9100-EXIT.
003058     EXIT.
003059*                                                               *
003060*    9800 - HARD STOP.                                          *
003061*                                                               *
003062 9800-ARCH-IO-ERROR.
003063     DISPLAY 'AMRPCOB - ARCHIVE FILE I/O ERROR, STATUS '
003070         WS-ARCH-STATUS.
003080     MOVE 16 TO RETURN-CODE.
003085     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
003090     STOP RUN.
003100*                                                               *
003110*    9950-RUN-IO-ERROR - THE RUN-CONTROL FILE ITSELF FAILED.    *
003120*    THE STEP CANNOT BE LOGGED, SO IT STOPS THE SAME AS ANY     *
003130*    OTHER HARD STOP.                                           *
003140*                                                               *
003150 9950-RUN-IO-ERROR.
003160     DISPLAY 'AMRPCOB - RUN CONTROL FILE I/O ERROR, STATUS '
003170         WS-RUNC-STATUS.
003180     MOVE 16 TO RETURN-CODE.
003190     STOP RUN.
