000170*    DATE       INIT  DESCRIPTION                               *
000180*    --------   ----  -----------------------------------------*
000190*    09/02/26   JTM   ORIGINAL                                  *
000192*    10/15/26   JTM   REGISTERS ITS START, END, RETURN CODE AND *
000194*                     COUNTS ON RUNCTL AS STEP 09 OF THE        *
000196*                     NIGHTLY STREAM; REFUSES TO RUN (RC 12)    *
000198*                     OUT OF STREAM ORDER.                      *
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   IBM-370.
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS AHS-KEY
000300         FILE STATUS IS WS-ARCH-STATUS.
000301     SELECT RUN-FILE  ASSIGN TO RUNCTL
000302         ORGANIZATION IS INDEXED
000303         ACCESS MODE IS RANDOM
000304         RECORD KEY IS RUN-KEY
000305         FILE STATUS IS WS-RUNC-STATUS.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  ARCH-FILE
000340     LABEL RECORDS ARE STANDARD.
000350 COPY KAJCAHS.
000352 FD  RUN-FILE
000354     LABEL RECORDS ARE STANDARD.
000356 COPY KAJCRUN.
000360 WORKING-STORAGE SECTION.
000370 77  WS-ARCH-STATUS      PIC X(02) VALUE '00'.
000380 77  WS-EOF-SW           PIC X(01) VALUE 'N'.
000470 77  WS-AGE-DAYS         PIC S9(8) COMP VALUE 0.
000480 77  WS-READ-COUNT       PIC 9(07) VALUE ZERO.
000490 77  WS-PURGE-COUNT      PIC 9(07) VALUE ZERO.
000491*                                                               *
000492*    RUN CONTROL (KAJCRUN).  THE STEP NUMBER IS THIS JOB'S      *
000493*    PLACE IN THE NIGHTLY STREAM; THE BUSINESS DATE IS THE      *
000494*    ONE BALNCOB OPENED FOR TONIGHT'S STREAM.                   *
000495*                                                               *
000496 77  WS-RUNC-STATUS      PIC X(02) VALUE '00'.
000497 77  WS-RUN-JOB          PIC X(08) VALUE 'APRGCOB'.
000498 77  WS-RUN-STEP         PIC 9(02) VALUE 09.
000499 77  WS-PRED-JOB         PIC X(08) VALUE 'AMRPCOB'.
000500 77  WS-PRED-STEP        PIC 9(02) VALUE 08.
000501 77  WS-BUS-DATE         PIC 9(07) VALUE ZERO.
000502 77  WS-CLOCK-DAY        PIC 9(05) VALUE ZERO.
000503 77  WS-CLOCK-DATE       PIC 9(07) VALUE ZERO.
000504 77  WS-CLOCK-TIME       PIC 9(08) VALUE ZERO.
000505 77  WS-CLOCK-HMS        PIC 9(07) VALUE ZERO.
000506 77  WS-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
000507     88  WS-RUN-FOUND        VALUE 'Y'.
000508 77  WS-RUN-REG-SW       PIC X(01) VALUE 'N'.
000509     88  WS-RUN-REGISTERED   VALUE 'Y'.
000510 PROCEDURE DIVISION.
000511*                                                               *
000512*    0000-MAINLINE - THE KEY LEADS WITH THE DATE, SO THE        *
000513*    PURGEABLE RECORDS SIT AT THE FRONT OF THE FILE; THE        *
000514*    WHOLE FILE IS STILL WALKED SO THE COUNTS ON THE LOG        *
000515*    LINE ARE COMPLETE.                                         *
000516*                                                               *
000517 0000-MAINLINE.
000518     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
000519     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000520     PERFORM 2000-PURGE-ONE THRU 2000-EXIT
000521         UNTIL WS-END-OF-FILE.
000522     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000523     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
000524     STOP RUN.
000525*                                                               *
000526*    0500-CHECK-RUN-CONTROL - PICK UP THE BUSINESS DATE         *
000527*    BALNCOB OPENED FOR TONIGHT'S STREAM AND REFUSE TO RUN      *
000528*    UNLESS THE STEP BEFORE THIS ONE ENDED CLEAN FOR THAT       *
000529*    DATE - COMPLETE, OR A FAILURE AN ADMIN HAS ACCEPTED ON     *
000530*    THE RUNSCOB SCREEN.  THEN REGISTER THIS STEP'S START.      *
000531*                                                               *
000532 0500-CHECK-RUN-CONTROL.
000533     OPEN I-O RUN-FILE.
000534     IF WS-RUNC-STATUS NOT = '00'
000535         GO TO 9950-RUN-IO-ERROR
000536     END-IF.
000537     MOVE ZERO TO RUN-DATE.
000538     MOVE ZERO TO RUN-STEP.
000539     READ RUN-FILE.
000540     EVALUATE WS-RUNC-STATUS
000541         WHEN '00'
000542             CONTINUE
000543         WHEN '23'
000544             DISPLAY 'APRGCOB - STREAM NOT OPENED - '
000545                 'BALNCOB HAS NOT RUN'
000546             GO TO 0590-REFUSE-RUN
000547         WHEN OTHER
000548             GO TO 9950-RUN-IO-ERROR
000549     END-EVALUATE.
000550     MOVE RUN-CTL-BUS-DATE TO WS-BUS-DATE.
000551     MOVE WS-BUS-DATE  TO RUN-DATE.
000552     MOVE WS-PRED-STEP TO RUN-STEP.
000553     READ RUN-FILE.
000554     EVALUATE WS-RUNC-STATUS
000555         WHEN '00'
000556             CONTINUE
000557         WHEN '23'
000558             DISPLAY 'APRGCOB - ' WS-PRED-JOB
000559                 ' HAS NOT RUN FOR ' WS-BUS-DATE
000560             GO TO 0590-REFUSE-RUN
000561         WHEN OTHER
000562             GO TO 9950-RUN-IO-ERROR
000563     END-EVALUATE.
000564     IF NOT RUN-ENDED-CLEAN
000565         DISPLAY 'APRGCOB - ' WS-PRED-JOB
000566             ' DID NOT END CLEAN FOR ' WS-BUS-DATE
000567         GO TO 0590-REFUSE-RUN
000568     END-IF.
000569     PERFORM 0550-REGISTER-START THRU 0550-EXIT.
000570     CLOSE RUN-FILE.
000571 0500-EXIT.
000572     EXIT.
000573*                                                               *
000574*    0550-REGISTER-START - ONE RECORD PER STEP PER DATE.  A     *
000575*    STEP THAT ALREADY ENDED CLEAN FOR THE DATE IS NOT RUN      *
000576*    AGAIN UNLESS AN ADMIN AUTHORIZED THE RERUN; THE            *
000577*    AUTHORIZATION IS USED UP BY THIS START.  A STEP THAT       *
000578*    FAILED, OR NEVER FINISHED, MAY SIMPLY BE RERUN.            *
000579*                                                               *
000580 0550-REGISTER-START.
000581     MOVE WS-BUS-DATE TO RUN-DATE.
000582     MOVE WS-RUN-STEP TO RUN-STEP.
000583     MOVE 'N' TO WS-RUN-FOUND-SW.
000584     READ RUN-FILE.
000585     EVALUATE WS-RUNC-STATUS
000586         WHEN '00'
000587             MOVE 'Y' TO WS-RUN-FOUND-SW
000588         WHEN '23'
000589             MOVE SPACES TO KAJCRUN-RECORD
000590             MOVE WS-BUS-DATE TO RUN-DATE
000591             MOVE WS-RUN-STEP TO RUN-STEP
000592             MOVE ZERO TO RUN-ATTEMPTS
000593             MOVE ZERO TO RUN-ACT-DATE
000594             MOVE ZERO TO RUN-ACT-TIME
000595         WHEN OTHER
000596             GO TO 9950-RUN-IO-ERROR
000597     END-EVALUATE.
000598     IF WS-RUN-FOUND AND RUN-ENDED-CLEAN AND NOT RUN-RERUN-AUTH
000599         DISPLAY 'APRGCOB - ALREADY ENDED CLEAN FOR ' WS-BUS-DATE
000600             ' - NO RERUN AUTHORIZED'
000601         GO TO 0590-REFUSE-RUN
000602     END-IF.
000603     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
000604     MOVE WS-RUN-JOB    TO RUN-JOB.
000605     MOVE 'S'           TO RUN-STATUS.
000606     MOVE WS-CLOCK-DATE TO RUN-START-DATE.
000607     MOVE WS-CLOCK-HMS  TO RUN-START-TIME.
000608     MOVE ZERO          TO RUN-END-DATE.
000609     MOVE ZERO          TO RUN-END-TIME.
000610     MOVE ZERO          TO RUN-RC.
000611     MOVE 'READ    '    TO RUN-COUNT-LABEL (1).
000612     MOVE 'PURGED  '    TO RUN-COUNT-LABEL (2).
000613     MOVE ZERO          TO RUN-COUNT (1).
000614     MOVE ZERO          TO RUN-COUNT (2).
000615     MOVE 'N'           TO RUN-RERUN-FLAG.
000616     IF RUN-ATTEMPTS < 99
000617         ADD 1 TO RUN-ATTEMPTS
000618     END-IF.
000619     IF WS-RUN-FOUND
000620         REWRITE KAJCRUN-RECORD
000621     ELSE
000622         WRITE KAJCRUN-RECORD
000623     END-IF.
000624     IF WS-RUNC-STATUS NOT = '00'
000625         GO TO 9950-RUN-IO-ERROR
000626     END-IF.
000627     MOVE 'Y' TO WS-RUN-REG-SW.
000628 0550-EXIT.
000629     EXIT.
000630*                                                               *
000631*    0560-READ-CLOCK - ACCEPT FROM DAY GIVES YYDDD AND FROM     *
000632*    TIME HHMMSSTT; STAMPS ARE CARRIED 0CYYDDD AND 0HHMMSS,     *
000633*    THE SAME AS THE JOURNAL.                                   *
000634*                                                               *
000635 0560-READ-CLOCK.
000636     ACCEPT WS-CLOCK-DAY FROM DAY.
000637     ADD 100000 WS-CLOCK-DAY GIVING WS-CLOCK-DATE.
000638     ACCEPT WS-CLOCK-TIME FROM TIME.
000639     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-CLOCK-HMS.
000640 0560-EXIT.
000641     EXIT.
000642*                                                               *
000643*    0590-REFUSE-RUN - OUT OF STREAM ORDER.  NOTHING HAS BEEN   *
000644*    OPENED OR CHANGED YET; RETURN CODE 12 HOLDS THE STREAM.    *
000645*                                                               *
000646 0590-REFUSE-RUN.
000647     DISPLAY 'APRGCOB - RUN REFUSED BY RUN CONTROL, RC 12'.
000648     CLOSE RUN-FILE.
000649     MOVE 12 TO RETURN-CODE.
000650     STOP RUN.
000651*                                                               *
000652*    1000-INITIALIZE                                            *
000653*                                                               *
000660 1000-INITIALIZE.
000670     OPEN I-O ARCH-FILE.
000680     IF WS-ARCH-STATUS NOT = '00'
001180 9000-EXIT.
001190     EXIT.
001200*                                                               *
001201*    9100-POST-RUN-CONTROL - RECORD HOW THIS STEP ENDED.  A     *
001202*    RETURN CODE ABOVE 4 IS A FAILURE: THE NEXT STEP WILL NOT   *
001203*    RUN UNTIL THIS ONE IS RERUN CLEAN OR AN ADMIN ACCEPTS      *
001204*    THE FAILURE.  THE HARD STOPS COME THROUGH HERE TOO.        *
001205*                                                               *
001206 9100-POST-RUN-CONTROL.
001207     IF NOT WS-RUN-REGISTERED
001208         GO TO 9100-EXIT
001209     END-IF.
001210     MOVE 'N' TO WS-RUN-REG-SW.
001211     OPEN I-O RUN-FILE.
001212     IF WS-RUNC-STATUS NOT = '00'
001213         GO TO 9950-RUN-IO-ERROR
001214     END-IF.
001215     MOVE WS-BUS-DATE TO RUN-DATE.
001216     MOVE WS-RUN-STEP TO RUN-STEP.
001217     READ RUN-FILE.
001218     IF WS-RUNC-STATUS NOT = '00'
001219         GO TO 9950-RUN-IO-ERROR
001220     END-IF.
001221     IF RETURN-CODE > 4
001222         MOVE 'F' TO RUN-STATUS
001223     ELSE
001224         MOVE 'C' TO RUN-STATUS
001225     END-IF.
001226     MOVE RETURN-CODE TO RUN-RC.
001227     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
001228     MOVE WS-CLOCK-DATE TO RUN-END-DATE.
001229     MOVE WS-CLOCK-HMS  TO RUN-END-TIME.
001230     MOVE WS-READ-COUNT TO RUN-COUNT (1).
001231     MOVE WS-PURGE-COUNT TO RUN-COUNT (2).
001232     REWRITE KAJCRUN-RECORD.
001233     IF WS-RUNC-STATUS NOT = '00'
001234         GO TO 9950-RUN-IO-ERROR
001235     END-IF.
001236     CLOSE RUN-FILE.
001237 9100-EXIT.
001238     EXIT.
001239*                                                               *
001240*    9800 - HARD STOP.                                          *
001241*                                                               *
001242 9800-ARCH-IO-ERROR.
001243     DISPLAY 'APRGCOB - ARCHIVE FILE I/O ERROR, STATUS '
001250         WS-ARCH-STATUS.
001260     MOVE 16 TO RETURN-CODE.
001265     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
001270     STOP RUN.
001280*                                                               *
001290*    9950-RUN-IO-ERROR - THE RUN-CONTROL FILE ITSELF FAILED.    *
001300*    THE STEP CANNOT BE LOGGED, SO IT STOPS THE SAME AS ANY     *
001310*    OTHER HARD STOP.                                           *
001320*                                                               *
001330 9950-RUN-IO-ERROR.
001340     DISPLAY 'APRGCOB - RUN CONTROL FILE I/O ERROR, STATUS '
001350         WS-RUNC-STATUS.
001360     MOVE 16 TO RETURN-CODE.
001370     STOP RUN.
