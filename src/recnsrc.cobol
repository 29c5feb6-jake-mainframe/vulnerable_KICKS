000400*                     BETWEEN THE REWRITE AND THE CHECKPOINT    *
000410*                     SO A CHECKPOINTED CHANGE ALWAYS HAS ITS   *
000420*                     HISTORY RECORD                            *
000422*    10/15/26   JTM   REGISTERS ITS START, END, RETURN CODE AND *
000424*                     COUNTS ON RUNCTL AS STEP 06 OF THE        *
000426*                     NIGHTLY STREAM; REFUSES TO RUN (RC 12)    *
000428*                     OUT OF STREAM ORDER.                      *
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS HST-KEY
000650         FILE STATUS IS RC-HIST-STATUS.
000651     SELECT RUN-FILE  ASSIGN TO RUNCTL
000652         ORGANIZATION IS INDEXED
000653         ACCESS MODE IS RANDOM
000654         RECORD KEY IS RUN-KEY
000655         FILE STATUS IS RC-RUNC-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  EMPL-FILE
000880 FD  HIST-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY KAJCHST.
000902 FD  RUN-FILE
000904     LABEL RECORDS ARE STANDARD.
000906 COPY KAJCRUN.
000910 WORKING-STORAGE SECTION.
000920 77  RC-OPER-STATUS      PIC X(02) VALUE '00'.
000930 77  RC-RSTR-STATUS      PIC X(02) VALUE '00'.
001170 77  RC-NOFEED-COUNT     PIC 9(05) VALUE ZERO.
001180 77  RC-NOMAST-COUNT     PIC 9(05) VALUE ZERO.
001190 77  RC-MATCH-COUNT      PIC 9(05) VALUE ZERO.
001191*                                                               *
001192*    RUN CONTROL (KAJCRUN).  THE STEP NUMBER IS THIS JOB'S      *
001193*    PLACE IN THE NIGHTLY STREAM; THE BUSINESS DATE IS THE      *
001194*    ONE BALNCOB OPENED FOR TONIGHT'S STREAM.                   *
001195*                                                               *
001196 77  RC-RUNC-STATUS      PIC X(02) VALUE '00'.
001197 77  RC-RUN-JOB          PIC X(08) VALUE 'RECNCOB'.
001198 77  RC-RUN-STEP         PIC 9(02) VALUE 06.
001199 77  RC-PRED-JOB         PIC X(08) VALUE 'RPTFCOB'.
001200 77  RC-PRED-STEP        PIC 9(02) VALUE 05.
001201 77  RC-BUS-DATE         PIC 9(07) VALUE ZERO.
001202 77  RC-CLOCK-DAY        PIC 9(05) VALUE ZERO.
001203 77  RC-CLOCK-DATE       PIC 9(07) VALUE ZERO.
001204 77  RC-CLOCK-TIME       PIC 9(08) VALUE ZERO.
001205 77  RC-CLOCK-HMS        PIC 9(07) VALUE ZERO.
001206 77  RC-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
001207     88  RC-RUN-FOUND        VALUE 'Y'.
001208 77  RC-RUN-REG-SW       PIC X(01) VALUE 'N'.
001209     88  RC-RUN-REGISTERED   VALUE 'Y'.
001210*                                                               *
001211 01  RPT-HEADING-1.
001220     05  FILLER              PIC X(15) VALUE SPACES.
001230     05  FILLER              PIC X(50)
001240         VALUE 'OPERATOR MASTER / SECURITY FEED RECONCILIATION'.
001580         VALUE 'MATCHED, NO ACTION NEEDED:   '.
001590     05  RPT-T-MATCH         PIC ZZ,ZZ9.
001600 PROCEDURE DIVISION.
001601*                                                               *
001602*    0000-MAINLINE - CLASSIC TWO-FILE MATCH ON OPERATOR ID.     *
001603*    BOTH FILES ARRIVE IN KEY ORDER; AN EXHAUSTED FILE PARKS    *
001604*    HIGH-VALUES IN ITS COMPARE KEY SO THE OTHER SIDE DRAINS.   *
001605*                                                               *
001606 0000-MAINLINE.
001607     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001608     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001609     PERFORM 2000-MATCH-ONE-PAIR THRU 2000-EXIT
001610         UNTIL RC-EMPL-AT-END AND RC-OPER-AT-END.
001611     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT.
001612     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001613     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
001614     STOP RUN.
001615*                                                               *
001616*    0500-CHECK-RUN-CONTROL - PICK UP THE BUSINESS DATE         *
001617*    BALNCOB OPENED FOR TONIGHT'S STREAM AND REFUSE TO RUN      *
001618*    UNLESS THE STEP BEFORE THIS ONE ENDED CLEAN FOR THAT       *
001619*    DATE - COMPLETE, OR A FAILURE AN ADMIN HAS ACCEPTED ON     *
001620*    THE RUNSCOB SCREEN.  THEN REGISTER THIS STEP'S START.      *
001621*                                                               *
001622 0500-CHECK-RUN-CONTROL.
001623     OPEN I-O RUN-FILE.
001624     IF RC-RUNC-STATUS NOT = '00'
001625         GO TO 9950-RUN-IO-ERROR
001626     END-IF.
001627     MOVE ZERO TO RUN-DATE.
001628     MOVE ZERO TO RUN-STEP.
001629     READ RUN-FILE.
001630     EVALUATE RC-RUNC-STATUS
001631         WHEN '00'
001632             CONTINUE
001633         WHEN '23'
001634             DISPLAY 'RECNCOB - STREAM NOT OPENED - '
001635                 'BALNCOB HAS NOT RUN'
001636             GO TO 0590-REFUSE-RUN
001637         WHEN OTHER
001638             GO TO 9950-RUN-IO-ERROR
001639     END-EVALUATE.
001640     MOVE RUN-CTL-BUS-DATE TO RC-BUS-DATE.
001641     MOVE RC-BUS-DATE  TO RUN-DATE.
001642     MOVE RC-PRED-STEP TO RUN-STEP.
001643     READ RUN-FILE.
001644     EVALUATE RC-RUNC-STATUS
001645         WHEN '00'
001646             CONTINUE
001647         WHEN '23'
001648             DISPLAY 'RECNCOB - ' RC-PRED-JOB
001649                 ' HAS NOT RUN FOR ' RC-BUS-DATE
001650             GO TO 0590-REFUSE-RUN
001651         WHEN OTHER
001652             GO TO 9950-RUN-IO-ERROR
001653     END-EVALUATE.
001654     IF NOT RUN-ENDED-CLEAN
001655         DISPLAY 'RECNCOB - ' RC-PRED-JOB
001656             ' DID NOT END CLEAN FOR ' RC-BUS-DATE
001657         GO TO 0590-REFUSE-RUN
001658     END-IF.
001659     PERFORM 0550-REGISTER-START THRU 0550-EXIT.
001660     CLOSE RUN-FILE.
001661 0500-EXIT.
001662     EXIT.
001663*                                                               *
001664*    0550-REGISTER-START - ONE RECORD PER STEP PER DATE.  A     *
001665*    STEP THAT ALREADY ENDED CLEAN FOR THE DATE IS NOT RUN      *
001666*    AGAIN UNLESS AN ADMIN AUTHORIZED THE RERUN; THE            *
001667*    AUTHORIZATION IS USED UP BY THIS START.  A STEP THAT       *
001668*    FAILED, OR NEVER FINISHED, MAY SIMPLY BE RERUN.            *
001669*                                                               *
001670 0550-REGISTER-START.
001671     MOVE RC-BUS-DATE TO RUN-DATE.
001672     MOVE RC-RUN-STEP TO RUN-STEP.
001673     MOVE 'N' TO RC-RUN-FOUND-SW.
001674     READ RUN-FILE.
001675     EVALUATE RC-RUNC-STATUS
001676         WHEN '00'
001677             MOVE 'Y' TO RC-RUN-FOUND-SW
001678         WHEN '23'
001679             MOVE SPACES TO KAJCRUN-RECORD
001680             MOVE RC-BUS-DATE TO RUN-DATE
001681             MOVE RC-RUN-STEP TO RUN-STEP
001682             MOVE ZERO TO RUN-ATTEMPTS
001683             MOVE ZERO TO RUN-ACT-DATE
001684             MOVE ZERO TO RUN-ACT-TIME
001685         WHEN OTHER
001686             GO TO 9950-RUN-IO-ERROR
001687     END-EVALUATE.
001688     IF RC-RUN-FOUND AND RUN-ENDED-CLEAN AND NOT RUN-RERUN-AUTH
001689         DISPLAY 'RECNCOB - ALREADY ENDED CLEAN FOR ' RC-BUS-DATE
001690             ' - NO RERUN AUTHORIZED'
001691         GO TO 0590-REFUSE-RUN
001692     END-IF.
001693     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
001694     MOVE RC-RUN-JOB    TO RUN-JOB.
001695     MOVE 'S'           TO RUN-STATUS.
001696     MOVE RC-CLOCK-DATE TO RUN-START-DATE.
001697     MOVE RC-CLOCK-HMS  TO RUN-START-TIME.
001698     MOVE ZERO          TO RUN-END-DATE.
001699     MOVE ZERO          TO RUN-END-TIME.
001700     MOVE ZERO          TO RUN-RC.
001701     MOVE 'DEACTVTD'    TO RUN-COUNT-LABEL (1).
001702     MOVE 'EXCEPTNS'    TO RUN-COUNT-LABEL (2).
001703     MOVE ZERO          TO RUN-COUNT (1).
001704     MOVE ZERO          TO RUN-COUNT (2).
001705     MOVE 'N'           TO RUN-RERUN-FLAG.
001706     IF RUN-ATTEMPTS < 99
001707         ADD 1 TO RUN-ATTEMPTS
001708     END-IF.
001709     IF RC-RUN-FOUND
001710         REWRITE KAJCRUN-RECORD
001711     ELSE
001712         WRITE KAJCRUN-RECORD
001713     END-IF.
001714     IF RC-RUNC-STATUS NOT = '00'
001715         GO TO 9950-RUN-IO-ERROR
001716     END-IF.
001717     MOVE 'Y' TO RC-RUN-REG-SW.
001718 0550-EXIT.
001719     EXIT.
001720*                                                               *
001721*    0560-READ-CLOCK - ACCEPT FROM DAY GIVES YYDDD AND FROM     *
001722*    TIME HHMMSSTT; STAMPS ARE CARRIED 0CYYDDD AND 0HHMMSS,     *
001723*    THE SAME AS THE JOURNAL.                                   *
001724*                                                               *
001725 0560-READ-CLOCK.
001726     ACCEPT RC-CLOCK-DAY FROM DAY.
001727     ADD 100000 RC-CLOCK-DAY GIVING RC-CLOCK-DATE.
001728     ACCEPT RC-CLOCK-TIME FROM TIME.
001729     DIVIDE RC-CLOCK-TIME BY 100 GIVING RC-CLOCK-HMS.
001730 0560-EXIT.
001731     EXIT.
001732*                                                               *
001733*    0590-REFUSE-RUN - OUT OF STREAM ORDER.  NOTHING HAS BEEN   *
001734*    OPENED OR CHANGED YET; RETURN CODE 12 HOLDS THE STREAM.    *
001735*                                                               *
001736 0590-REFUSE-RUN.
001737     DISPLAY 'RECNCOB - RUN REFUSED BY RUN CONTROL, RC 12'.
001738     CLOSE RUN-FILE.
001739     MOVE 12 TO RETURN-CODE.
001740     STOP RUN.
001741*                                                               *
001742*    1000-INITIALIZE - PICK UP THE RESTART POSITION BEFORE ANY  *
001750*    CHANGE IS APPLIED, THEN OPEN THE CHECKPOINT FILE IN THE    *
001760*    RIGHT MODE: EXTEND WHEN CONTINUING AN ABENDED RUN (THE     *
001770*    OLD CHECKPOINTS ARE STILL NEEDED IF THIS RUN ABENDS TOO),  *
004780 9000-EXIT.
004790     EXIT.
004800*                                                               *
004801*    9100-POST-RUN-CONTROL - RECORD HOW THIS STEP ENDED.  A     *
004802*    RETURN CODE ABOVE 4 IS A FAILURE: THE NEXT STEP WILL NOT   *
004803*    RUN UNTIL THIS ONE IS RERUN CLEAN OR AN ADMIN ACCEPTS      *
004804*    THE FAILURE.  THE HARD STOPS COME THROUGH HERE TOO.        *
004805*                                                               *
004806 9100-POST-RUN-CONTROL.
004807     IF NOT RC-RUN-REGISTERED
004808         GO TO 9100-EXIT
004809     END-IF.
004810     MOVE 'N' TO RC-RUN-REG-SW.
004811     OPEN I-O RUN-FILE.
004812     IF RC-RUNC-STATUS NOT = '00'
004813         GO TO 9950-RUN-IO-ERROR
004814     END-IF.
004815     MOVE RC-BUS-DATE TO RUN-DATE.
004816     MOVE RC-RUN-STEP TO RUN-STEP.
004817     READ RUN-FILE.
004818     IF RC-RUNC-STATUS NOT = '00'
004819         GO TO 9950-RUN-IO-ERROR
004820     END-IF.
004821     IF RETURN-CODE > 4
004822         MOVE 'F' TO RUN-STATUS
004823     ELSE
004824         MOVE 'C' TO RUN-STATUS
004825     END-IF.
004826     MOVE RETURN-CODE TO RUN-RC.
004827     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
004828     MOVE RC-CLOCK-DATE TO RUN-END-DATE.
004829     MOVE RC-CLOCK-HMS  TO RUN-END-TIME.
004830     MOVE RC-DEACT-COUNT TO RUN-COUNT (1).
004831     ADD RC-NOFEED-COUNT RC-NOMAST-COUNT
004832         GIVING RUN-COUNT (2).
004833     REWRITE KAJCRUN-RECORD.
004834     IF RC-RUNC-STATUS NOT = '00'
004835         GO TO 9950-RUN-IO-ERROR
004836     END-IF.
004837     CLOSE RUN-FILE.
004838 9100-EXIT.
004839     EXIT.
004840*                                                               *
004841*    9800/9900 - HARD STOPS.  A BAD STATUS ON THE MASTER OR     *
004842*    THE CHECKPOINT FILE MEANS THE RUN CAN NO LONGER PROMISE    *
004843*    THAT ITS CHECKPOINTS AND REPORT MATCH WHAT IS ON THE       *
004844*    FILE - STOP AND LET THE RERUN'S RESTART LOGIC SORT IT      *
004850*    OUT RATHER THAN CHECKPOINTING A CHANGE THAT NEVER TOOK.    *
004860*                                                               *
004870 9800-OPER-IO-ERROR.
004880     DISPLAY 'RECNCOB - OPERATOR FILE I/O ERROR, STATUS '
004890         RC-OPER-STATUS.
004900     MOVE 16 TO RETURN-CODE.
004905     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
004910     STOP RUN.
004920 9850-HIST-IO-ERROR.
004930     DISPLAY 'RECNCOB - HISTORY FILE I/O ERROR, STATUS '
004940         RC-HIST-STATUS.
004950     MOVE 16 TO RETURN-CODE.
004955     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
004960     STOP RUN.
004970 9900-RSTR-IO-ERROR.
004980     DISPLAY 'RECNCOB - RESTART FILE I/O ERROR, STATUS '
004990         RC-RSTR-STATUS.
005000     MOVE 16 TO RETURN-CODE.
005005     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
005010     STOP RUN.
005020*                                                               *
005030*    9950-RUN-IO-ERROR - THE RUN-CONTROL FILE ITSELF FAILED.    *
005040*    THE STEP CANNOT BE LOGGED, SO IT STOPS THE SAME AS ANY     *
005050*    OTHER HARD STOP.                                           *
005060*                                                               *
005070 9950-RUN-IO-ERROR.
005080     DISPLAY 'RECNCOB - RUN CONTROL FILE I/O ERROR, STATUS '
005090         RC-RUNC-STATUS.
005100     MOVE 16 TO RETURN-CODE.
005110     STOP RUN.
