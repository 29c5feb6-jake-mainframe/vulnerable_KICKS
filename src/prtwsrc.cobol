000400*                     DESTINATION - SCAN PASS PLUS ONE         *
000410*                     RE-READ OF THE INPUT DATASET PER         *
000420*                     DESTINATION (SEE HEADER)                 *
000421*    10/15/26   JTM   REGISTERS ITS START, END, RETURN CODE AND *
000422*                     COUNTS ON RUNCTL AS STEP 07 OF THE        *
000423*                     NIGHTLY STREAM; REFUSES TO RUN (RC 12)    *
000424*                     OUT OF STREAM ORDER.                      *
000425*    10/15/26   JTM   ALSO TAKES THE JRNSCOB JOURNAL SEARCH     *
000426*                     BANNER (ACTIVITY LIST - REQUESTED BY)     *
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS PRM-KEY
000570         FILE STATUS IS PW-PARM-STATUS.
000571     SELECT RUN-FILE  ASSIGN TO RUNCTL
000572         ORGANIZATION IS INDEXED
000573         ACCESS MODE IS RANDOM
000574         RECORD KEY IS RUN-KEY
000575         FILE STATUS IS PW-RUNC-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PRTQ-FILE
000680 FD  PARM-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY KAJCPRM.
000702 FD  RUN-FILE
000704     LABEL RECORDS ARE STANDARD.
000706 COPY KAJCRUN.
000710 WORKING-STORAGE SECTION.
000720 77  PW-PARM-STATUS      PIC X(02) VALUE '00'.
000730 77  PW-EOF-SW           PIC X(01) VALUE 'N'.
000800 77  PW-LINES-PER-PAGE   PIC S9(4) COMP VALUE 50.
000810 77  PW-BANNER-TEXT      PIC X(76) VALUE SPACES.
000820*                                                               *
000821*    RUN CONTROL (KAJCRUN).  THE STEP NUMBER IS THIS JOB'S      *
000822*    PLACE IN THE NIGHTLY STREAM; THE BUSINESS DATE IS THE      *
000823*    ONE BALNCOB OPENED FOR TONIGHT'S STREAM.                   *
000824*                                                               *
000825 77  PW-RUNC-STATUS      PIC X(02) VALUE '00'.
000826 77  PW-RUN-JOB          PIC X(08) VALUE 'PRTWCOB'.
000827 77  PW-RUN-STEP         PIC 9(02) VALUE 07.
000828 77  PW-PRED-JOB         PIC X(08) VALUE 'RECNCOB'.
000829 77  PW-PRED-STEP        PIC 9(02) VALUE 06.
000830 77  PW-BUS-DATE         PIC 9(07) VALUE ZERO.
000831 77  PW-CLOCK-DAY        PIC 9(05) VALUE ZERO.
000832 77  PW-CLOCK-DATE       PIC 9(07) VALUE ZERO.
000833 77  PW-CLOCK-TIME       PIC 9(08) VALUE ZERO.
000834 77  PW-CLOCK-HMS        PIC 9(07) VALUE ZERO.
000835 77  PW-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
000836     88  PW-RUN-FOUND        VALUE 'Y'.
000837 77  PW-RUN-REG-SW       PIC X(01) VALUE 'N'.
000838     88  PW-RUN-REGISTERED   VALUE 'Y'.
000839*                                                               *
000840*    THE BANNER LINE LISTCOB WRITES AHEAD OF EACH SPOOLED       *
000841*    PAGE, AND THE SAME-SHAPED ONE JRNSCOB WRITES AHEAD OF A    *
000842*    SPOOLED JOURNAL SEARCH.                                    *
000843*    THE REQUESTOR ID SITS IN POSITIONS 30-37 AND THE PRINT     *
000850*    DESTINATION IN POSITIONS 70-73 OF THAT LINE.               *
000860*                                                               *
000870 01  PW-BANNER-PREFIX    PIC X(29)
000880         VALUE 'OPERATOR LIST - REQUESTED BY '.
000883 01  PW-JRNS-PREFIX      PIC X(29)
000886         VALUE 'ACTIVITY LIST - REQUESTED BY '.
000890 77  PW-REQUESTOR        PIC X(08) VALUE SPACES.
000900*                                                               *
000910*    THE DESTINATIONS SEEN ON THE QUEUE AND THE PASS CONTROL.   *
001180     05  PRT-D-DEST          PIC X(04).
001190     05  FILLER              PIC X(05) VALUE ' ****'.
001200 PROCEDURE DIVISION.
001201*                                                               *
001202*    0000-MAINLINE - SCAN PASS TO COLLECT THE DESTINATIONS,     *
001203*    THEN ONE PRINT PASS OVER THE INPUT DATASET PER             *
001204*    DESTINATION.                                               *
001205*                                                               *
001206 0000-MAINLINE.
001207     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001208     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001209     PERFORM 1500-SCAN-DESTINATIONS THRU 1500-EXIT.
001210     PERFORM 2500-PRINT-ONE-DEST THRU 2500-EXIT
001211         VARYING PW-DEST-IX FROM 1 BY 1
001212         UNTIL PW-DEST-IX > PW-DEST-COUNT.
001213     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001214     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
001215     STOP RUN.
001216*                                                               *
001217*    0500-CHECK-RUN-CONTROL - PICK UP THE BUSINESS DATE         *
001218*    BALNCOB OPENED FOR TONIGHT'S STREAM AND REFUSE TO RUN      *
001219*    UNLESS THE STEP BEFORE THIS ONE ENDED CLEAN FOR THAT       *
001220*    DATE - COMPLETE, OR A FAILURE AN ADMIN HAS ACCEPTED ON     *
001221*    THE RUNSCOB SCREEN.  THEN REGISTER THIS STEP'S START.      *
001222*                                                               *
001223 0500-CHECK-RUN-CONTROL.
001224     OPEN I-O RUN-FILE.
001225     IF PW-RUNC-STATUS NOT = '00'
001226         GO TO 9950-RUN-IO-ERROR
001227     END-IF.
001228     MOVE ZERO TO RUN-DATE.
001229     MOVE ZERO TO RUN-STEP.
001230     READ RUN-FILE.
001231     EVALUATE PW-RUNC-STATUS
001232         WHEN '00'
001233             CONTINUE
001234         WHEN '23'
001235             DISPLAY 'PRTWCOB - STREAM NOT OPENED - '
001236                 'BALNCOB HAS NOT RUN'
001237             GO TO 0590-REFUSE-RUN
001238         WHEN OTHER
001239             GO TO 9950-RUN-IO-ERROR
001240     END-EVALUATE.
001241     MOVE RUN-CTL-BUS-DATE TO PW-BUS-DATE.
001242     MOVE PW-BUS-DATE  TO RUN-DATE.
001243     MOVE PW-PRED-STEP TO RUN-STEP.
001244     READ RUN-FILE.
001245     EVALUATE PW-RUNC-STATUS
001246         WHEN '00'
001247             CONTINUE
001248         WHEN '23'
001249             DISPLAY 'PRTWCOB - ' PW-PRED-JOB
001250                 ' HAS NOT RUN FOR ' PW-BUS-DATE
001251             GO TO 0590-REFUSE-RUN
001252         WHEN OTHER
001253             GO TO 9950-RUN-IO-ERROR
001254     END-EVALUATE.
001255     IF NOT RUN-ENDED-CLEAN
001256         DISPLAY 'PRTWCOB - ' PW-PRED-JOB
001257             ' DID NOT END CLEAN FOR ' PW-BUS-DATE
001258         GO TO 0590-REFUSE-RUN
001259     END-IF.
001260     PERFORM 0550-REGISTER-START THRU 0550-EXIT.
001261     CLOSE RUN-FILE.
001262 0500-EXIT.
001263     EXIT.
001264*                                                               *
001265*    0550-REGISTER-START - ONE RECORD PER STEP PER DATE.  A     *
001266*    STEP THAT ALREADY ENDED CLEAN FOR THE DATE IS NOT RUN      *
001267*    AGAIN UNLESS AN ADMIN AUTHORIZED THE RERUN; THE            *
001268*    AUTHORIZATION IS USED UP BY THIS START.  A STEP THAT       *
001269*    FAILED, OR NEVER FINISHED, MAY SIMPLY BE RERUN.            *
001270*                                                               *
001271 0550-REGISTER-START.
001272     MOVE PW-BUS-DATE TO RUN-DATE.
001273     MOVE PW-RUN-STEP TO RUN-STEP.
001274     MOVE 'N' TO PW-RUN-FOUND-SW.
001275     READ RUN-FILE.
001276     EVALUATE PW-RUNC-STATUS
001277         WHEN '00'
001278             MOVE 'Y' TO PW-RUN-FOUND-SW
001279         WHEN '23'
001280             MOVE SPACES TO KAJCRUN-RECORD
001281             MOVE PW-BUS-DATE TO RUN-DATE
001282             MOVE PW-RUN-STEP TO RUN-STEP
001283             MOVE ZERO TO RUN-ATTEMPTS
001284             MOVE ZERO TO RUN-ACT-DATE
001285             MOVE ZERO TO RUN-ACT-TIME
001286         WHEN OTHER
001287             GO TO 9950-RUN-IO-ERROR
001288     END-EVALUATE.
001289     IF PW-RUN-FOUND AND RUN-ENDED-CLEAN AND NOT RUN-RERUN-AUTH
001290         DISPLAY 'PRTWCOB - ALREADY ENDED CLEAN FOR ' PW-BUS-DATE
001291             ' - NO RERUN AUTHORIZED'
001292         GO TO 0590-REFUSE-RUN
001293     END-IF.
001294     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
001295     MOVE PW-RUN-JOB    TO RUN-JOB.
001296     MOVE 'S'           TO RUN-STATUS.
001297     MOVE PW-CLOCK-DATE TO RUN-START-DATE.
001298     MOVE PW-CLOCK-HMS  TO RUN-START-TIME.
001299     MOVE ZERO          TO RUN-END-DATE.
001300     MOVE ZERO          TO RUN-END-TIME.
001301     MOVE ZERO          TO RUN-RC.
001302     MOVE 'REQUESTS'    TO RUN-COUNT-LABEL (1).
001303     MOVE 'DESTS   '    TO RUN-COUNT-LABEL (2).
001304     MOVE ZERO          TO RUN-COUNT (1).
001305     MOVE ZERO          TO RUN-COUNT (2).
001306     MOVE 'N'           TO RUN-RERUN-FLAG.
001307     IF RUN-ATTEMPTS < 99
001308         ADD 1 TO RUN-ATTEMPTS
001309     END-IF.
001310     IF PW-RUN-FOUND
001311         REWRITE KAJCRUN-RECORD
001312     ELSE
001313         WRITE KAJCRUN-RECORD
001314     END-IF.
001315     IF PW-RUNC-STATUS NOT = '00'
001316         GO TO 9950-RUN-IO-ERROR
001317     END-IF.
001318     MOVE 'Y' TO PW-RUN-REG-SW.
001319 0550-EXIT.
001320     EXIT.
001321*                                                               *
001322*    0560-READ-CLOCK - ACCEPT FROM DAY GIVES YYDDD AND FROM     *
001323*    TIME HHMMSSTT; STAMPS ARE CARRIED 0CYYDDD AND 0HHMMSS,     *
001324*    THE SAME AS THE JOURNAL.                                   *
001325*                                                               *
001326 0560-READ-CLOCK.
001327     ACCEPT PW-CLOCK-DAY FROM DAY.
001328     ADD 100000 PW-CLOCK-DAY GIVING PW-CLOCK-DATE.
001329     ACCEPT PW-CLOCK-TIME FROM TIME.
001330     DIVIDE PW-CLOCK-TIME BY 100 GIVING PW-CLOCK-HMS.
001331 0560-EXIT.
001332     EXIT.
001333*                                                               *
001334*    0590-REFUSE-RUN - OUT OF STREAM ORDER.  NOTHING HAS BEEN   *
001335*    OPENED OR CHANGED YET; RETURN CODE 12 HOLDS THE STREAM.    *
001336*                                                               *
001337 0590-REFUSE-RUN.
001338     DISPLAY 'PRTWCOB - RUN REFUSED BY RUN CONTROL, RC 12'.
001339     CLOSE RUN-FILE.
001340     MOVE 12 TO RETURN-CODE.
001341     STOP RUN.
001342*                                                               *
001350*    1000-INITIALIZE                                            *
001360*                                                               *
001370 1000-INITIALIZE.
001760     EXIT.
001770 1600-SCAN-ONE-LINE.
001780     IF PRTQ-RECORD (1:29) = PW-BANNER-PREFIX
001785         OR PRTQ-RECORD (1:29) = PW-JRNS-PREFIX
001790         PERFORM 2040-EXTRACT-DESTINATION THRU 2040-EXIT
001800         PERFORM 1700-NOTE-DESTINATION THRU 1700-EXIT
001810     ELSE
002390*                                                               *
002400 2000-PROCESS-QUEUE.
002410     IF PRTQ-RECORD (1:29) = PW-BANNER-PREFIX
002415         OR PRTQ-RECORD (1:29) = PW-JRNS-PREFIX
002420         PERFORM 2050-BANNER-DESTINATION THRU 2050-EXIT
002430         IF PW-THIS-DEST = PW-PASS-DEST
002440             PERFORM 3000-START-REQUEST THRU 3000-EXIT
003930     CLOSE PRINT-FILE.
003940 9000-EXIT.
003950     EXIT.
003960*                                                               *
003970*    9100-POST-RUN-CONTROL - RECORD HOW THIS STEP ENDED.  A     *
003980*    RETURN CODE ABOVE 4 IS A FAILURE: THE NEXT STEP WILL NOT   *
003990*    RUN UNTIL THIS ONE IS RERUN CLEAN OR AN ADMIN ACCEPTS      *
004000*    THE FAILURE.                                               *
004010*                                                               *
004020 9100-POST-RUN-CONTROL.
004030     IF NOT PW-RUN-REGISTERED
004040         GO TO 9100-EXIT
004050     END-IF.
004060     MOVE 'N' TO PW-RUN-REG-SW.
004070     OPEN I-O RUN-FILE.
004080     IF PW-RUNC-STATUS NOT = '00'
004090         GO TO 9950-RUN-IO-ERROR
004100     END-IF.
004110     MOVE PW-BUS-DATE TO RUN-DATE.
004120     MOVE PW-RUN-STEP TO RUN-STEP.
004130     READ RUN-FILE.
004140     IF PW-RUNC-STATUS NOT = '00'
004150         GO TO 9950-RUN-IO-ERROR
004160     END-IF.
004170     IF RETURN-CODE > 4
004180         MOVE 'F' TO RUN-STATUS
004190     ELSE
004200         MOVE 'C' TO RUN-STATUS
004210     END-IF.
004220     MOVE RETURN-CODE TO RUN-RC.
004230     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
004240     MOVE PW-CLOCK-DATE TO RUN-END-DATE.
004250     MOVE PW-CLOCK-HMS  TO RUN-END-TIME.
004260     MOVE PW-REQUEST-COUNT TO RUN-COUNT (1).
004270     MOVE PW-DEST-COUNT TO RUN-COUNT (2).
004280     REWRITE KAJCRUN-RECORD.
004290     IF PW-RUNC-STATUS NOT = '00'
004300         GO TO 9950-RUN-IO-ERROR
004310     END-IF.
004320     CLOSE RUN-FILE.
004330 9100-EXIT.
004340     EXIT.
004350*                                                               *
004360*    9950-RUN-IO-ERROR - THE RUN-CONTROL FILE ITSELF FAILED.    *
004370*    THE STEP CANNOT BE LOGGED, SO IT STOPS THE SAME AS ANY     *
004380*    OTHER HARD STOP.                                           *
004390*                                                               *
004400 9950-RUN-IO-ERROR.
004410     DISPLAY 'PRTWCOB - RUN CONTROL FILE I/O ERROR, STATUS '
004420         PW-RUNC-STATUS.
004430     MOVE 16 TO RETURN-CODE.
004440     STOP RUN.
