000210*    DATE       INIT  DESCRIPTION                               *
000220*    --------   ----  -----------------------------------------*
000230*    09/02/26   JTM   ORIGINAL                                  *
000232*    10/15/26   JTM   REGISTERS ITS START, END, RETURN CODE AND *
000234*                     COUNTS ON RUNCTL AS STEP 02 OF THE        *
000236*                     NIGHTLY STREAM; REFUSES TO RUN (RC 12)    *
000238*                     OUT OF STREAM ORDER.                      *
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000350         RECORD KEY IS AHS-KEY
000360         FILE STATUS IS WS-ARCH-STATUS.
000370     SELECT SORT-FILE ASSIGN TO SORTWK01.
000371     SELECT RUN-FILE  ASSIGN TO RUNCTL
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS RANDOM
000374         RECORD KEY IS RUN-KEY
000375         FILE STATUS IS WS-RUNC-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  AUDT-FILE
000510     05  SRT-PROGRAM-ID      PIC X(08).
000520     05  SRT-OUTCOME         PIC X(01).
000530     05  SRT-HOUR            PIC 9(02).
000532 FD  RUN-FILE
000534     LABEL RECORDS ARE STANDARD.
000536 COPY KAJCRUN.
000540 WORKING-STORAGE SECTION.
000550 77  WS-ARCH-STATUS      PIC X(02) VALUE '00'.
000560 77  WS-EOF-SW           PIC X(01) VALUE 'N'.
000630 77  WS-HOUR-IDX         PIC S9(4) COMP VALUE 0.
000640 77  WS-WRITE-COUNT      PIC 9(05) VALUE ZERO.
000650 77  WS-REPLACE-COUNT    PIC 9(05) VALUE ZERO.
000651*                                                               *
000652*    RUN CONTROL (KAJCRUN).  THE STEP NUMBER IS THIS JOB'S      *
000653*    PLACE IN THE NIGHTLY STREAM; THE BUSINESS DATE IS THE      *
000654*    ONE BALNCOB OPENED FOR TONIGHT'S STREAM.                   *
000655*                                                               *
000656 77  WS-RUNC-STATUS      PIC X(02) VALUE '00'.
000657 77  WS-RUN-JOB          PIC X(08) VALUE 'AHSTCOB'.
000658 77  WS-RUN-STEP         PIC 9(02) VALUE 02.
000659 77  WS-PRED-JOB         PIC X(08) VALUE 'BALNCOB'.
000660 77  WS-PRED-STEP        PIC 9(02) VALUE 01.
000661 77  WS-BUS-DATE         PIC 9(07) VALUE ZERO.
000662 77  WS-CLOCK-DAY        PIC 9(05) VALUE ZERO.
000663 77  WS-CLOCK-DATE       PIC 9(07) VALUE ZERO.
000664 77  WS-CLOCK-TIME       PIC 9(08) VALUE ZERO.
000665 77  WS-CLOCK-HMS        PIC 9(07) VALUE ZERO.
000666 77  WS-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
000667     88  WS-RUN-FOUND        VALUE 'Y'.
000668 77  WS-RUN-REG-SW       PIC X(01) VALUE 'N'.
000669     88  WS-RUN-REGISTERED   VALUE 'Y'.
000670 PROCEDURE DIVISION.
000671*                                                               *
000680*    0000-MAINLINE - THE SORT DRIVES EVERYTHING, SAME AS        *
000690*    RPTACOB: 1000/1100 FEED IT FROM THE JOURNAL, 3000/3100     *
000700*    TAKE THE SORTED RECORDS BACK AND WRITE ONE ARCHIVE         *
000710*    RECORD PER OPERATOR ON THE CONTROL BREAK.                  *
000720*                                                               *
000730 0000-MAINLINE.
000735     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
000740     PERFORM 0100-OPEN-FILES THRU 0100-EXIT.
000750     SORT SORT-FILE
000760         ON ASCENDING KEY SRT-OPERATOR-ID
000770         INPUT PROCEDURE IS 1000-INPUT-PHASE THRU 1000-EXIT
000771         OUTPUT PROCEDURE IS 3000-OUTPUT-PHASE THRU 3000-EXIT.
000772     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000773     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
000774     STOP RUN.
000775*                                                               *
000776*    0100-OPEN-FILES                                            *
000777*                                                               *
000778 0100-OPEN-FILES.
000779     OPEN INPUT AUDT-FILE.
000780     OPEN I-O ARCH-FILE.
000781     IF WS-ARCH-STATUS NOT = '00'
000782         GO TO 9800-ARCH-IO-ERROR
000783     END-IF.
000784 0100-EXIT.
000785     EXIT.
000786*                                                               *
000787*    0500-CHECK-RUN-CONTROL - PICK UP THE BUSINESS DATE         *
000788*    BALNCOB OPENED FOR TONIGHT'S STREAM AND REFUSE TO RUN      *
000789*    UNLESS THE STEP BEFORE THIS ONE ENDED CLEAN FOR THAT       *
000790*    DATE - COMPLETE, OR A FAILURE AN ADMIN HAS ACCEPTED ON     *
000791*    THE RUNSCOB SCREEN.  THEN REGISTER THIS STEP'S START.      *
000792*                                                               *
000793 0500-CHECK-RUN-CONTROL.
000794     OPEN I-O RUN-FILE.
000795     IF WS-RUNC-STATUS NOT = '00'
000796         GO TO 9950-RUN-IO-ERROR
000797     END-IF.
000798     MOVE ZERO TO RUN-DATE.
000799     MOVE ZERO TO RUN-STEP.
000800     READ RUN-FILE.
000801     EVALUATE WS-RUNC-STATUS
000802         WHEN '00'
000803             CONTINUE
000804         WHEN '23'
000805             DISPLAY 'AHSTCOB - STREAM NOT OPENED - '
000806                 'BALNCOB HAS NOT RUN'
000807             GO TO 0590-REFUSE-RUN
000808         WHEN OTHER
000809             GO TO 9950-RUN-IO-ERROR
000810     END-EVALUATE.
000811     MOVE RUN-CTL-BUS-DATE TO WS-BUS-DATE.
000812     MOVE WS-BUS-DATE  TO RUN-DATE.
000813     MOVE WS-PRED-STEP TO RUN-STEP.
000814     READ RUN-FILE.
000815     EVALUATE WS-RUNC-STATUS
000816         WHEN '00'
000817             CONTINUE
000818         WHEN '23'
000819             DISPLAY 'AHSTCOB - ' WS-PRED-JOB
000820                 ' HAS NOT RUN FOR ' WS-BUS-DATE
000821             GO TO 0590-REFUSE-RUN
000822         WHEN OTHER
000823             GO TO 9950-RUN-IO-ERROR
000824     END-EVALUATE.
000825     IF NOT RUN-ENDED-CLEAN
000826         DISPLAY 'AHSTCOB - ' WS-PRED-JOB
000827             ' DID NOT END CLEAN FOR ' WS-BUS-DATE
000828         GO TO 0590-REFUSE-RUN
000829     END-IF.
000830     PERFORM 0550-REGISTER-START THRU 0550-EXIT.
000831     CLOSE RUN-FILE.
000832 0500-EXIT.
000833     EXIT.
000834*                                                               *
000835*    0550-REGISTER-START - ONE RECORD PER STEP PER DATE.  A     *
000836*    STEP THAT ALREADY ENDED CLEAN FOR THE DATE IS NOT RUN      *
000837*    AGAIN UNLESS AN ADMIN AUTHORIZED THE RERUN; THE            *
000838*    AUTHORIZATION IS USED UP BY THIS START.  A STEP THAT       *
000839*    FAILED, OR NEVER FINISHED, MAY SIMPLY BE RERUN.            *
000840*                                                               *
000841 0550-REGISTER-START.
000842     MOVE WS-BUS-DATE TO RUN-DATE.
000843     MOVE WS-RUN-STEP TO RUN-STEP.
000844     MOVE 'N' TO WS-RUN-FOUND-SW.
000845     READ RUN-FILE.
000846     EVALUATE WS-RUNC-STATUS
000847         WHEN '00'
000848             MOVE 'Y' TO WS-RUN-FOUND-SW
000849         WHEN '23'
000850             MOVE SPACES TO KAJCRUN-RECORD
000851             MOVE WS-BUS-DATE TO RUN-DATE
000852             MOVE WS-RUN-STEP TO RUN-STEP
000853             MOVE ZERO TO RUN-ATTEMPTS
000854             MOVE ZERO TO RUN-ACT-DATE
000855             MOVE ZERO TO RUN-ACT-TIME
000856         WHEN OTHER
000857             GO TO 9950-RUN-IO-ERROR
000858     END-EVALUATE.
000859     IF WS-RUN-FOUND AND RUN-ENDED-CLEAN AND NOT RUN-RERUN-AUTH
000860         DISPLAY 'AHSTCOB - ALREADY ENDED CLEAN FOR ' WS-BUS-DATE
000861             ' - NO RERUN AUTHORIZED'
000862         GO TO 0590-REFUSE-RUN
000863     END-IF.
000864     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
000865     MOVE WS-RUN-JOB    TO RUN-JOB.
000866     MOVE 'S'           TO RUN-STATUS.
000867     MOVE WS-CLOCK-DATE TO RUN-START-DATE.
000868     MOVE WS-CLOCK-HMS  TO RUN-START-TIME.
000869     MOVE ZERO          TO RUN-END-DATE.
000870     MOVE ZERO          TO RUN-END-TIME.
000871     MOVE ZERO          TO RUN-RC.
000872     MOVE 'WRITTEN '    TO RUN-COUNT-LABEL (1).
000873     MOVE 'REPLACED'    TO RUN-COUNT-LABEL (2).
000874     MOVE ZERO          TO RUN-COUNT (1).
000875     MOVE ZERO          TO RUN-COUNT (2).
000876     MOVE 'N'           TO RUN-RERUN-FLAG.
000877     IF RUN-ATTEMPTS < 99
000878         ADD 1 TO RUN-ATTEMPTS
000879     END-IF.
000880     IF WS-RUN-FOUND
000881         REWRITE KAJCRUN-RECORD
000882     ELSE
000883         WRITE KAJCRUN-RECORD
000884     END-IF.
000885     IF WS-RUNC-STATUS NOT = '00'
000886         GO TO 9950-RUN-IO-ERROR
000887     END-IF.
000888     MOVE 'Y' TO WS-RUN-REG-SW.
000889 0550-EXIT.
000890     EXIT.
000891*                                                               *
000892*    0560-READ-CLOCK - ACCEPT FROM DAY GIVES YYDDD AND FROM     *
000893*    TIME HHMMSSTT; STAMPS ARE CARRIED 0CYYDDD AND 0HHMMSS,     *
000894*    THE SAME AS THE JOURNAL.                                   *
000895*                                                               *
000896 0560-READ-CLOCK.
000897     ACCEPT WS-CLOCK-DAY FROM DAY.
000898     ADD 100000 WS-CLOCK-DAY GIVING WS-CLOCK-DATE.
000899     ACCEPT WS-CLOCK-TIME FROM TIME.
000900     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-CLOCK-HMS.
000901 0560-EXIT.
000902     EXIT.
000903*                                                               *
000904*    0590-REFUSE-RUN - OUT OF STREAM ORDER.  NOTHING HAS BEEN   *
000905*    OPENED OR CHANGED YET; RETURN CODE 12 HOLDS THE STREAM.    *
000906*                                                               *
000907 0590-REFUSE-RUN.
000908     DISPLAY 'AHSTCOB - RUN REFUSED BY RUN CONTROL, RC 12'.
000909     CLOSE RUN-FILE.
000910     MOVE 12 TO RETURN-CODE.
000911     STOP RUN.
000920*                                                               *
000930*    1000/1100 - SORT INPUT PHASE.  EACH JOURNAL RECORD IS      *
000940*    RELEASED WITH THE FIELDS THE OUTPUT PHASE COUNTS: THE      *
002150 9000-EXIT.
002160     EXIT.
002170*                                                               *
002171*    9100-POST-RUN-CONTROL - RECORD HOW THIS STEP ENDED.  A     *
002172*    RETURN CODE ABOVE 4 IS A FAILURE: THE NEXT STEP WILL NOT   *
002173*    RUN UNTIL THIS ONE IS RERUN CLEAN OR AN ADMIN ACCEPTS      *
002174*    THE FAILURE.  THE HARD STOPS COME THROUGH HERE TOO.        *
002175*                                                               *
002176 9100-POST-RUN-CONTROL.
002177     IF NOT WS-RUN-REGISTERED
002178         GO TO 9100-EXIT
002179     END-IF.
002180     MOVE 'N' TO WS-RUN-REG-SW.
002181     OPEN I-O RUN-FILE.
002182     IF WS-RUNC-STATUS NOT = '00'
002183         GO TO 9950-RUN-IO-ERROR
002184     END-IF.
002185     MOVE WS-BUS-DATE TO RUN-DATE.
002186     MOVE WS-RUN-STEP TO RUN-STEP.
002187     READ RUN-FILE.
002188     IF WS-RUNC-STATUS NOT = '00'
002189         GO TO 9950-RUN-IO-ERROR
002190     END-IF.
002191     IF RETURN-CODE > 4
002192         MOVE 'F' TO RUN-STATUS
002193     ELSE
002194         MOVE 'C' TO RUN-STATUS
002195     END-IF.
002196     MOVE RETURN-CODE TO RUN-RC.
002197     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
002198     MOVE WS-CLOCK-DATE TO RUN-END-DATE.
002199     MOVE WS-CLOCK-HMS  TO RUN-END-TIME.
002200     MOVE WS-WRITE-COUNT TO RUN-COUNT (1).
002201     MOVE WS-REPLACE-COUNT TO RUN-COUNT (2).
002202     REWRITE KAJCRUN-RECORD.
002203     IF WS-RUNC-STATUS NOT = '00'
002204         GO TO 9950-RUN-IO-ERROR
002205     END-IF.
002206     CLOSE RUN-FILE.
002207 9100-EXIT.
002208     EXIT.
002209*                                                               *
002210*    9800 - HARD STOP.  A BAD STATUS ON THE ARCHIVE MEANS THE   *
002211*    DAY'S ROLL-IN CANNOT BE TRUSTED - STOP AND RERUN AFTER     *
002212*    THE FILE IS FIXED; THE RERUN REPLACES, NEVER DOUBLES.      *
002213*                                                               *
002220 9800-ARCH-IO-ERROR.
002230     DISPLAY 'AHSTCOB - ARCHIVE FILE I/O ERROR, STATUS '
002240         WS-ARCH-STATUS.
002250     MOVE 16 TO RETURN-CODE.
002255     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
002260     STOP RUN.
002270*                                                               *
002280*    9950-RUN-IO-ERROR - THE RUN-CONTROL FILE ITSELF FAILED.    *
002290*    THE STEP CANNOT BE LOGGED, SO IT STOPS THE SAME AS ANY     *
002300*    OTHER HARD STOP.                                           *
002310*                                                               *
002320 9950-RUN-IO-ERROR.
002330     DISPLAY 'AHSTCOB - RUN CONTROL FILE I/O ERROR, STATUS '
002340         WS-RUNC-STATUS.
002350     MOVE 16 TO RETURN-CODE.
002360     STOP RUN.
