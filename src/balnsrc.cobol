000250*    DATE       INIT  DESCRIPTION                               *
000260*    --------   ----  -----------------------------------------*
000270*    09/02/26   JTM   ORIGINAL                                  *
000272*    10/15/26   JTM   REGISTERS ITS START, END, RETURN CODE AND *
000274*                     COUNTS ON RUNCTL AS STEP 01 OF THE        *
000276*                     NIGHTLY STREAM; REFUSES TO RUN (RC 12)    *
000278*                     OUT OF STREAM ORDER.                      *
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000350         ORGANIZATION IS SEQUENTIAL.
000360     SELECT RPT-FILE  ASSIGN TO BALOUT
000370         ORGANIZATION IS SEQUENTIAL.
000371     SELECT RUN-FILE  ASSIGN TO RUNCTL
000372         ORGANIZATION IS INDEXED
000373         ACCESS MODE IS RANDOM
000374         RECORD KEY IS RUN-KEY
000375         FILE STATUS IS WS-RUNC-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  AUDT-FILE
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480 01  RPT-PRINT-LINE      PIC X(80).
000482 FD  RUN-FILE
000484     LABEL RECORDS ARE STANDARD.
000486 COPY KAJCRUN.
000490 WORKING-STORAGE SECTION.
000500 77  WS-EOF-SW           PIC X(01) VALUE 'N'.
000510     88  WS-END-OF-FILE      VALUE 'Y'.
000650 77  WS-TRM-COUNT        PIC S9(4) COMP VALUE 0.
000660 77  WS-OVERFLOW-SW      PIC X(01) VALUE 'N'.
000670     88  WS-TABLE-OVERFLOWED VALUE 'Y'.
000671*                                                               *
000672*    RUN CONTROL (KAJCRUN).  THE STEP NUMBER IS THIS JOB'S      *
000673*    PLACE IN THE NIGHTLY STREAM; THE BUSINESS DATE IS THE      *
000674*    JOURNAL DATE THIS JOB OPENS FOR TONIGHT'S STREAM.          *
000675*                                                               *
000676 77  WS-RUNC-STATUS      PIC X(02) VALUE '00'.
000677 77  WS-RUN-JOB          PIC X(08) VALUE 'BALNCOB'.
000678 77  WS-RUN-STEP         PIC 9(02) VALUE 01.
000679 77  WS-BUS-DATE         PIC 9(07) VALUE ZERO.
000680 77  WS-CLOCK-DAY        PIC 9(05) VALUE ZERO.
000681 77  WS-CLOCK-DATE       PIC 9(07) VALUE ZERO.
000682 77  WS-CLOCK-TIME       PIC 9(08) VALUE ZERO.
000683 77  WS-CLOCK-HMS        PIC 9(07) VALUE ZERO.
000684 77  WS-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
000685     88  WS-RUN-FOUND        VALUE 'Y'.
000686 77  WS-RUN-REG-SW       PIC X(01) VALUE 'N'.
000687     88  WS-RUN-REGISTERED   VALUE 'Y'.
000688 01  WS-TRM-TABLE.
000690     05  WS-TRM-ENTRY OCCURS 1 TO 100 TIMES
000700             DEPENDING ON WS-TRM-COUNT
000710             INDEXED BY WS-TRM-IDX.
001220     05  FILLER              PIC X(45)
001230         VALUE 'TERMINAL TABLE OVERFLOWED - DAY NOT BALANCED'.
001240 PROCEDURE DIVISION.
001241*                                                               *
001242*    0000-MAINLINE                                              *
001243*                                                               *
001244 0000-MAINLINE.
001245     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001246     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001247     PERFORM 2000-BALANCE-ONE-RECORD THRU 2000-EXIT
001248         UNTIL WS-END-OF-FILE.
001249     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001251     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
001252     STOP RUN.
001253*                                                               *
001254*    0500-CHECK-RUN-CONTROL - BALNCOB HEADS THE STREAM, SO IT   *
001255*    OPENS THE NIGHT: THE BUSINESS DATE IS THE DATE ON THE      *
001256*    FIRST JOURNAL RECORD (THE CLOCK DATE WHEN THE JOURNAL IS   *
001257*    EMPTY).  THE STEP IS REGISTERED FIRST - A DATE ALREADY     *
001258*    BALANCED IS NOT REOPENED UNLESS AN ADMIN AUTHORIZED THE    *
001259*    RERUN - AND THEN THE STREAM CONTROL RECORD IS POINTED AT   *
001260*    THE DATE SO THE LATER STEPS RUN AGAINST IT.  ON THE        *
001261*    FIRST NIGHT, WITH NO RUNCTL FILE YET, IT IS CREATED HERE.  *
001262*                                                               *
001263 0500-CHECK-RUN-CONTROL.
001264     OPEN INPUT AUDT-FILE.
001265     READ AUDT-FILE
001266         AT END
001267             CONTINUE
001268         NOT AT END
001269             MOVE AUD-DATE TO WS-BUS-DATE
001270     END-READ.
001271     CLOSE AUDT-FILE.
001272     IF WS-BUS-DATE = ZERO
001273         PERFORM 0560-READ-CLOCK THRU 0560-EXIT
001274         MOVE WS-CLOCK-DATE TO WS-BUS-DATE
001275     END-IF.
001276     OPEN I-O RUN-FILE.
001277     IF WS-RUNC-STATUS = '35'
001278         OPEN OUTPUT RUN-FILE
001279         CLOSE RUN-FILE
001280         OPEN I-O RUN-FILE
001281     END-IF.
001282     IF WS-RUNC-STATUS NOT = '00'
001283         GO TO 9950-RUN-IO-ERROR
001284     END-IF.
001285     PERFORM 0550-REGISTER-START THRU 0550-EXIT.
001286     PERFORM 0570-OPEN-STREAM-DATE THRU 0570-EXIT.
001287     CLOSE RUN-FILE.
001288 0500-EXIT.
001289     EXIT.
001290*                                                               *
001291*    0550-REGISTER-START - ONE RECORD PER STEP PER DATE.  A     *
001292*    STEP THAT ALREADY ENDED CLEAN FOR THE DATE IS NOT RUN      *
001293*    AGAIN UNLESS AN ADMIN AUTHORIZED THE RERUN; THE            *
001294*    AUTHORIZATION IS USED UP BY THIS START.  A STEP THAT       *
001295*    FAILED, OR NEVER FINISHED, MAY SIMPLY BE RERUN.            *
001296*                                                               *
001297 0550-REGISTER-START.
001298     MOVE WS-BUS-DATE TO RUN-DATE.
001299     MOVE WS-RUN-STEP TO RUN-STEP.
001300     MOVE 'N' TO WS-RUN-FOUND-SW.
001301     READ RUN-FILE.
001302     EVALUATE WS-RUNC-STATUS
001303         WHEN '00'
001304             MOVE 'Y' TO WS-RUN-FOUND-SW
001305         WHEN '23'
001306             MOVE SPACES TO KAJCRUN-RECORD
001307             MOVE WS-BUS-DATE TO RUN-DATE
001308             MOVE WS-RUN-STEP TO RUN-STEP
001309             MOVE ZERO TO RUN-ATTEMPTS
001310             MOVE ZERO TO RUN-ACT-DATE
001311             MOVE ZERO TO RUN-ACT-TIME
001312         WHEN OTHER
001313             GO TO 9950-RUN-IO-ERROR
001314     END-EVALUATE.
001315     IF WS-RUN-FOUND AND RUN-ENDED-CLEAN AND NOT RUN-RERUN-AUTH
001316         DISPLAY 'BALNCOB - ALREADY ENDED CLEAN FOR ' WS-BUS-DATE
001317             ' - NO RERUN AUTHORIZED'
001318         GO TO 0590-REFUSE-RUN
001319     END-IF.
001320     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
001321     MOVE WS-RUN-JOB    TO RUN-JOB.
001322     MOVE 'S'           TO RUN-STATUS.
001323     MOVE WS-CLOCK-DATE TO RUN-START-DATE.
001324     MOVE WS-CLOCK-HMS  TO RUN-START-TIME.
001325     MOVE ZERO          TO RUN-END-DATE.
001326     MOVE ZERO          TO RUN-END-TIME.
001327     MOVE ZERO          TO RUN-RC.
001328     MOVE 'RECORDS '    TO RUN-COUNT-LABEL (1).
001329     MOVE 'GAPS    '    TO RUN-COUNT-LABEL (2).
001330     MOVE ZERO          TO RUN-COUNT (1).
001331     MOVE ZERO          TO RUN-COUNT (2).
001332     MOVE 'N'           TO RUN-RERUN-FLAG.
001333     IF RUN-ATTEMPTS < 99
001334         ADD 1 TO RUN-ATTEMPTS
001335     END-IF.
001336     IF WS-RUN-FOUND
001337         REWRITE KAJCRUN-RECORD
001338     ELSE
001339         WRITE KAJCRUN-RECORD
001340     END-IF.
001341     IF WS-RUNC-STATUS NOT = '00'
001342         GO TO 9950-RUN-IO-ERROR
001343     END-IF.
001344     MOVE 'Y' TO WS-RUN-REG-SW.
001345 0550-EXIT.
001346     EXIT.
001347*                                                               *
001348*    0560-READ-CLOCK - ACCEPT FROM DAY GIVES YYDDD AND FROM     *
001349*    TIME HHMMSSTT; STAMPS ARE CARRIED 0CYYDDD AND 0HHMMSS,     *
001350*    THE SAME AS THE JOURNAL.                                   *
001351*                                                               *
001352 0560-READ-CLOCK.
001353     ACCEPT WS-CLOCK-DAY FROM DAY.
001354     ADD 100000 WS-CLOCK-DAY GIVING WS-CLOCK-DATE.
001355     ACCEPT WS-CLOCK-TIME FROM TIME.
001356     DIVIDE WS-CLOCK-TIME BY 100 GIVING WS-CLOCK-HMS.
001357 0560-EXIT.
001358     EXIT.
001359*                                                               *
001360*    0570-OPEN-STREAM-DATE - POINT THE STREAM CONTROL RECORD    *
001361*    (DATE AND STEP ZERO) AT TONIGHT'S BUSINESS DATE.           *
001362*                                                               *
001363 0570-OPEN-STREAM-DATE.
001364     MOVE ZERO TO RUN-DATE.
001365     MOVE ZERO TO RUN-STEP.
001366     MOVE 'N' TO WS-RUN-FOUND-SW.
001367     READ RUN-FILE.
001368     EVALUATE WS-RUNC-STATUS
001369         WHEN '00'
001370             MOVE 'Y' TO WS-RUN-FOUND-SW
001371         WHEN '23'
001372             MOVE SPACES TO KAJCRUN-RECORD
001373             MOVE ZERO TO RUN-DATE
001374             MOVE ZERO TO RUN-STEP
001375             MOVE ZERO TO RUN-ACT-DATE
001376             MOVE ZERO TO RUN-ACT-TIME
001377         WHEN OTHER
001378             GO TO 9950-RUN-IO-ERROR
001379     END-EVALUATE.
001380     MOVE 'STREAM'      TO RUN-JOB.
001381     MOVE 'S'           TO RUN-STATUS.
001382     MOVE WS-BUS-DATE   TO RUN-CTL-BUS-DATE.
001383     MOVE WS-CLOCK-DATE TO RUN-OPEN-DATE.
001384     MOVE WS-CLOCK-HMS  TO RUN-OPEN-TIME.
001385     MOVE 'N'           TO RUN-RERUN-FLAG.
001386     IF WS-RUN-FOUND
001387         REWRITE KAJCRUN-RECORD
001388     ELSE
001389         WRITE KAJCRUN-RECORD
001390     END-IF.
001391     IF WS-RUNC-STATUS NOT = '00'
001392         GO TO 9950-RUN-IO-ERROR
001393     END-IF.
001394 0570-EXIT.
001395     EXIT.
001396*                                                               *
001397*    0590-REFUSE-RUN - OUT OF STREAM ORDER.  NOTHING HAS BEEN   *
001398*    OPENED OR CHANGED YET; RETURN CODE 12 HOLDS THE STREAM.    *
001399*                                                               *
001400 0590-REFUSE-RUN.
001401     DISPLAY 'BALNCOB - RUN REFUSED BY RUN CONTROL, RC 12'.
001402     CLOSE RUN-FILE.
001403     MOVE 12 TO RETURN-CODE.
001404     STOP RUN.
001405*                                                               *
001406*    1000-INITIALIZE                                            *
001407*                                                               *
001408 1000-INITIALIZE.
001409     OPEN INPUT AUDT-FILE.
001410     OPEN OUTPUT RPT-FILE.
001411     PERFORM 2100-READ-JOURNAL-RECORD THRU 2100-EXIT.
001420     IF NOT WS-END-OF-FILE
001430         MOVE AUD-DATE TO WS-RUN-DATE
001440     END-IF.
002870     CLOSE RPT-FILE.
002880 9000-EXIT.
002890     EXIT.
002900*                                                               *
002910*    9100-POST-RUN-CONTROL - RECORD HOW THIS STEP ENDED.  A     *
002920*    RETURN CODE ABOVE 4 IS A FAILURE: THE NEXT STEP WILL NOT   *
002930*    RUN UNTIL THIS ONE IS RERUN CLEAN OR AN ADMIN ACCEPTS      *
002940*    THE FAILURE.                                               *
002950*                                                               *
002960 9100-POST-RUN-CONTROL.
002970     IF NOT WS-RUN-REGISTERED
002980         GO TO 9100-EXIT
002990     END-IF.
003000     MOVE 'N' TO WS-RUN-REG-SW.
003010     OPEN I-O RUN-FILE.
003020     IF WS-RUNC-STATUS NOT = '00'
003030         GO TO 9950-RUN-IO-ERROR
003040     END-IF.
003050     MOVE WS-BUS-DATE TO RUN-DATE.
003060     MOVE WS-RUN-STEP TO RUN-STEP.
003070     READ RUN-FILE.
003080     IF WS-RUNC-STATUS NOT = '00'
003090         GO TO 9950-RUN-IO-ERROR
003100     END-IF.
003110     IF RETURN-CODE > 4
003120         MOVE 'F' TO RUN-STATUS
003130     ELSE
003140         MOVE 'C' TO RUN-STATUS
003150     END-IF.
003160     MOVE RETURN-CODE TO RUN-RC.
003170     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
003180     MOVE WS-CLOCK-DATE TO RUN-END-DATE.
003190     MOVE WS-CLOCK-HMS  TO RUN-END-TIME.
003200     MOVE WS-TOTAL-COUNT TO RUN-COUNT (1).
003210     MOVE WS-TOTAL-GAPS TO RUN-COUNT (2).
003220     REWRITE KAJCRUN-RECORD.
003230     IF WS-RUNC-STATUS NOT = '00'
003240         GO TO 9950-RUN-IO-ERROR
003250     END-IF.
003260     CLOSE RUN-FILE.
003270 9100-EXIT.
003280     EXIT.
003290*                                                               *
003300*    9950-RUN-IO-ERROR - THE RUN-CONTROL FILE ITSELF FAILED.    *
003310*    THE STEP CANNOT BE LOGGED, SO IT STOPS THE SAME AS ANY     *
003320*    OTHER HARD STOP.                                           *
003330*                                                               *
003340 9950-RUN-IO-ERROR.
003350     DISPLAY 'BALNCOB - RUN CONTROL FILE I/O ERROR, STATUS '
003360         WS-RUNC-STATUS.
003370     MOVE 16 TO RETURN-CODE.
003380     STOP RUN.
