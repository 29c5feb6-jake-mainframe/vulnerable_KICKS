000410*                     CARRIES THE DESTINATION, AND EACH DESK'S  *
000420*                     OUTPUT SITS BEHIND ITS OWN SEPARATOR      *
000430*                     PAGE                                      *
000432*    10/15/26   JTM   REGISTERS ITS START, END, RETURN CODE AND *
000434*                     COUNTS ON RUNCTL AS STEP 05 OF THE        *
000436*                     NIGHTLY STREAM; REFUSES TO RUN (RC 12)    *
000438*                     OUT OF STREAM ORDER.                      *
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000620     SELECT PRINT-FILE ASSIGN TO RPTFOUT
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT SORT-FILE ASSIGN TO SORTWK01.
000641     SELECT RUN-FILE  ASSIGN TO RUNCTL
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS RANDOM
000644         RECORD KEY IS RUN-KEY
000645         FILE STATUS IS RF-RUNC-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  REQ-FILE
000830 01  SORT-RECORD.
000840     05  SRT-DEST            PIC X(04).
000850     05  SRT-REQ-KEY         PIC X(11).
000852 FD  RUN-FILE
000854     LABEL RECORDS ARE STANDARD.
000856 COPY KAJCRUN.
000860 WORKING-STORAGE SECTION.
000870 77  RF-REQ-STATUS       PIC X(02) VALUE '00'.
000880 77  RF-OPER-STATUS      PIC X(02) VALUE '00'.
001030 77  RF-DENY-COUNT       PIC 9(06) VALUE ZERO.
001040 77  RF-OTHER-COUNT      PIC 9(06) VALUE ZERO.
001050 77  RF-CURR-DEST        PIC X(04) VALUE SPACES.
001051*                                                               *
001052*    RUN CONTROL (KAJCRUN).  THE STEP NUMBER IS THIS JOB'S      *
001053*    PLACE IN THE NIGHTLY STREAM; THE BUSINESS DATE IS THE      *
001054*    ONE BALNCOB OPENED FOR TONIGHT'S STREAM.                   *
001055*                                                               *
001056 77  RF-RUNC-STATUS      PIC X(02) VALUE '00'.
001057 77  RF-RUN-JOB          PIC X(08) VALUE 'RPTFCOB'.
001058 77  RF-RUN-STEP         PIC 9(02) VALUE 05.
001059 77  RF-PRED-JOB         PIC X(08) VALUE 'SECRCOB'.
001060 77  RF-PRED-STEP        PIC 9(02) VALUE 04.
001061 77  RF-BUS-DATE         PIC 9(07) VALUE ZERO.
001062 77  RF-CLOCK-DAY        PIC 9(05) VALUE ZERO.
001063 77  RF-CLOCK-DATE       PIC 9(07) VALUE ZERO.
001064 77  RF-CLOCK-TIME       PIC 9(08) VALUE ZERO.
001065 77  RF-CLOCK-HMS        PIC 9(07) VALUE ZERO.
001066 77  RF-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
001067     88  RF-RUN-FOUND        VALUE 'Y'.
001068 77  RF-RUN-REG-SW       PIC X(01) VALUE 'N'.
001069     88  RF-RUN-REGISTERED   VALUE 'Y'.
001070*                                                               *
001071 01  PRT-REQ-HEADING.
001080     05  FILLER              PIC X(19)
001090             VALUE 'KAJC ON-REQUEST -  '.
001100     05  PRT-H-CODE          PIC X(04).
001460     05  FILLER              PIC X(04) VALUE ' ***'.
001470 PROCEDURE DIVISION.
001480*                                                               *
001481*    0000-MAINLINE - THE SORT DRIVES THE RUN: 1500/1600 SCAN    *
001482*    THE REQUEST FILE AND RELEASE EACH PENDING KEY WITH ITS     *
001483*    REQUESTOR'S PRINT DESTINATION; 2500/2600 TAKE THEM BACK    *
001484*    IN DESTINATION ORDER AND FULFILL EACH ONE.                 *
001485*                                                               *
001486 0000-MAINLINE.
001487     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001488     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001489     SORT SORT-FILE
001490         ON ASCENDING KEY SRT-DEST
001491         ON ASCENDING KEY SRT-REQ-KEY
001492         INPUT PROCEDURE IS 1500-COLLECT-PHASE THRU 1500-EXIT
001493         OUTPUT PROCEDURE IS 2500-FULFILL-PHASE THRU 2500-EXIT.
001494     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001495     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
001496     STOP RUN.
001497*                                                               *
001498*    0500-CHECK-RUN-CONTROL - PICK UP THE BUSINESS DATE         *
001499*    BALNCOB OPENED FOR TONIGHT'S STREAM AND REFUSE TO RUN      *
001500*    UNLESS THE STEP BEFORE THIS ONE ENDED CLEAN FOR THAT       *
001501*    DATE - COMPLETE, OR A FAILURE AN ADMIN HAS ACCEPTED ON     *
001502*    THE RUNSCOB SCREEN.  THEN REGISTER THIS STEP'S START.      *
001503*                                                               *
001504 0500-CHECK-RUN-CONTROL.
001505     OPEN I-O RUN-FILE.
001506     IF RF-RUNC-STATUS NOT = '00'
001507         GO TO 9950-RUN-IO-ERROR
001508     END-IF.
001509     MOVE ZERO TO RUN-DATE.
001510     MOVE ZERO TO RUN-STEP.
001511     READ RUN-FILE.
001512     EVALUATE RF-RUNC-STATUS
001513         WHEN '00'
001514             CONTINUE
001515         WHEN '23'
001516             DISPLAY 'RPTFCOB - STREAM NOT OPENED - '
001517                 'BALNCOB HAS NOT RUN'
001518             GO TO 0590-REFUSE-RUN
001519         WHEN OTHER
001520             GO TO 9950-RUN-IO-ERROR
001521     END-EVALUATE.
001522     MOVE RUN-CTL-BUS-DATE TO RF-BUS-DATE.
001523     MOVE RF-BUS-DATE  TO RUN-DATE.
001524     MOVE RF-PRED-STEP TO RUN-STEP.
001525     READ RUN-FILE.
001526     EVALUATE RF-RUNC-STATUS
001527         WHEN '00'
001528             CONTINUE
001529         WHEN '23'
001530             DISPLAY 'RPTFCOB - ' RF-PRED-JOB
001531                 ' HAS NOT RUN FOR ' RF-BUS-DATE
001532             GO TO 0590-REFUSE-RUN
001533         WHEN OTHER
001534             GO TO 9950-RUN-IO-ERROR
001535     END-EVALUATE.
001536     IF NOT RUN-ENDED-CLEAN
001537         DISPLAY 'RPTFCOB - ' RF-PRED-JOB
001538             ' DID NOT END CLEAN FOR ' RF-BUS-DATE
001539         GO TO 0590-REFUSE-RUN
001540     END-IF.
001541     PERFORM 0550-REGISTER-START THRU 0550-EXIT.
001542     CLOSE RUN-FILE.
001543 0500-EXIT.
001544     EXIT.
001545*                                                               *
001546*    0550-REGISTER-START - ONE RECORD PER STEP PER DATE.  A     *
001547*    STEP THAT ALREADY ENDED CLEAN FOR THE DATE IS NOT RUN      *
001548*    AGAIN UNLESS AN ADMIN AUTHORIZED THE RERUN; THE            *
001549*    AUTHORIZATION IS USED UP BY THIS START.  A STEP THAT       *
001550*    FAILED, OR NEVER FINISHED, MAY SIMPLY BE RERUN.            *
001551*                                                               *
001552 0550-REGISTER-START.
001553     MOVE RF-BUS-DATE TO RUN-DATE.
001554     MOVE RF-RUN-STEP TO RUN-STEP.
001555     MOVE 'N' TO RF-RUN-FOUND-SW.
001556     READ RUN-FILE.
001557     EVALUATE RF-RUNC-STATUS
001558         WHEN '00'
001559             MOVE 'Y' TO RF-RUN-FOUND-SW
001560         WHEN '23'
001561             MOVE SPACES TO KAJCRUN-RECORD
001562             MOVE RF-BUS-DATE TO RUN-DATE
001563             MOVE RF-RUN-STEP TO RUN-STEP
001564             MOVE ZERO TO RUN-ATTEMPTS
001565             MOVE ZERO TO RUN-ACT-DATE
001566             MOVE ZERO TO RUN-ACT-TIME
001567         WHEN OTHER
001568             GO TO 9950-RUN-IO-ERROR
001569     END-EVALUATE.
001570     IF RF-RUN-FOUND AND RUN-ENDED-CLEAN AND NOT RUN-RERUN-AUTH
001571         DISPLAY 'RPTFCOB - ALREADY ENDED CLEAN FOR ' RF-BUS-DATE
001572             ' - NO RERUN AUTHORIZED'
001573         GO TO 0590-REFUSE-RUN
001574     END-IF.
001575     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
001576     MOVE RF-RUN-JOB    TO RUN-JOB.
001577     MOVE 'S'           TO RUN-STATUS.
001578     MOVE RF-CLOCK-DATE TO RUN-START-DATE.
001579     MOVE RF-CLOCK-HMS  TO RUN-START-TIME.
001580     MOVE ZERO          TO RUN-END-DATE.
001581     MOVE ZERO          TO RUN-END-TIME.
001582     MOVE ZERO          TO RUN-RC.
001583     MOVE 'REQUESTS'    TO RUN-COUNT-LABEL (1).
001584     MOVE SPACES       TO RUN-COUNT-LABEL (2).
001585     MOVE ZERO          TO RUN-COUNT (1).
001586     MOVE ZERO          TO RUN-COUNT (2).
001587     MOVE 'N'           TO RUN-RERUN-FLAG.
001588     IF RUN-ATTEMPTS < 99
001589         ADD 1 TO RUN-ATTEMPTS
001590     END-IF.
001591     IF RF-RUN-FOUND
001592         REWRITE KAJCRUN-RECORD
001593     ELSE
001594         WRITE KAJCRUN-RECORD
001595     END-IF.
001596     IF RF-RUNC-STATUS NOT = '00'
001597         GO TO 9950-RUN-IO-ERROR
001598     END-IF.
001599     MOVE 'Y' TO RF-RUN-REG-SW.
001600 0550-EXIT.
001601     EXIT.
001602*                                                               *
001603*    0560-READ-CLOCK - ACCEPT FROM DAY GIVES YYDDD AND FROM     *
001604*    TIME HHMMSSTT; STAMPS ARE CARRIED 0CYYDDD AND 0HHMMSS,     *
001605*    THE SAME AS THE JOURNAL.                                   *
001606*                                                               *
001607 0560-READ-CLOCK.
001608     ACCEPT RF-CLOCK-DAY FROM DAY.
001609     ADD 100000 RF-CLOCK-DAY GIVING RF-CLOCK-DATE.
001610     ACCEPT RF-CLOCK-TIME FROM TIME.
001611     DIVIDE RF-CLOCK-TIME BY 100 GIVING RF-CLOCK-HMS.
001612 0560-EXIT.
001613     EXIT.
001614*                                                               *
001615*    0590-REFUSE-RUN - OUT OF STREAM ORDER.  NOTHING HAS BEEN   *
001616*    OPENED OR CHANGED YET; RETURN CODE 12 HOLDS THE STREAM.    *
001617*                                                               *
001618 0590-REFUSE-RUN.
001619     DISPLAY 'RPTFCOB - RUN REFUSED BY RUN CONTROL, RC 12'.
001620     CLOSE RUN-FILE.
001621     MOVE 12 TO RETURN-CODE.
001622     STOP RUN.
001630*                                                               *
001640*    1000-INITIALIZE - ACCEPT FROM DAY GIVES YYDDD; THE RUN     *
001650*    DATE IS STAMPED ON EVERY COMPLETED REQUEST IN THE CYYDDD   *
004390 9000-EXIT.
004400     EXIT.
004410*                                                               *
004411*    9100-POST-RUN-CONTROL - RECORD HOW THIS STEP ENDED.  A     *
004412*    RETURN CODE ABOVE 4 IS A FAILURE: THE NEXT STEP WILL NOT   *
004413*    RUN UNTIL THIS ONE IS RERUN CLEAN OR AN ADMIN ACCEPTS      *
004414*    THE FAILURE.  THE HARD STOPS COME THROUGH HERE TOO.        *
004415*                                                               *
004416 9100-POST-RUN-CONTROL.
004417     IF NOT RF-RUN-REGISTERED
004418         GO TO 9100-EXIT
004419     END-IF.
004420     MOVE 'N' TO RF-RUN-REG-SW.
004421     OPEN I-O RUN-FILE.
004422     IF RF-RUNC-STATUS NOT = '00'
004423         GO TO 9950-RUN-IO-ERROR
004424     END-IF.
004425     MOVE RF-BUS-DATE TO RUN-DATE.
004426     MOVE RF-RUN-STEP TO RUN-STEP.
004427     READ RUN-FILE.
004428     IF RF-RUNC-STATUS NOT = '00'
004429         GO TO 9950-RUN-IO-ERROR
004430     END-IF.
004431     IF RETURN-CODE > 4
004432         MOVE 'F' TO RUN-STATUS
004433     ELSE
004434         MOVE 'C' TO RUN-STATUS
004435     END-IF.
004436     MOVE RETURN-CODE TO RUN-RC.
004437     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
004438     MOVE RF-CLOCK-DATE TO RUN-END-DATE.
004439     MOVE RF-CLOCK-HMS  TO RUN-END-TIME.
004440     MOVE RF-PENDING-COUNT TO RUN-COUNT (1).
004441     REWRITE KAJCRUN-RECORD.
004442     IF RF-RUNC-STATUS NOT = '00'
004443         GO TO 9950-RUN-IO-ERROR
004444     END-IF.
004445     CLOSE RUN-FILE.
004446 9100-EXIT.
004447     EXIT.
004448*                                                               *
004449*    9800/9900 - HARD STOPS.  A BAD STATUS ON THE REQUEST OR    *
004450*    OPERATOR FILE MEANS THE RUN CANNOT PROMISE THE STATUSES    *
004451*    IT REWRITES (OR THE ROSTER IT PRINTS) ARE RIGHT - STOP     *
004452*    AND LET OPERATIONS RERUN AFTER THE FILE IS FIXED;          *
004460*    REQUESTS STILL PENDING ARE SIMPLY PICKED UP THEN.          *
004470*                                                               *
004480 9800-REQ-IO-ERROR.
004490     DISPLAY 'RPTFCOB - REQUEST FILE I/O ERROR, STATUS '
004500         RF-REQ-STATUS.
004510     MOVE 16 TO RETURN-CODE.
004515     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
004520     STOP RUN.
004530 9900-OPER-IO-ERROR.
004540     DISPLAY 'RPTFCOB - OPERATOR FILE I/O ERROR, STATUS '
004550         RF-OPER-STATUS.
004560     MOVE 16 TO RETURN-CODE.
004565     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
004570     STOP RUN.
004580*                                                               *
004590*    9950-RUN-IO-ERROR - THE RUN-CONTROL FILE ITSELF FAILED.    *
004600*    THE STEP CANNOT BE LOGGED, SO IT STOPS THE SAME AS ANY     *
004610*    OTHER HARD STOP.                                           *
004620*                                                               *
004630 9950-RUN-IO-ERROR.
004640     DISPLAY 'RPTFCOB - RUN CONTROL FILE I/O ERROR, STATUS '
004650         RF-RUNC-STATUS.
004660     MOVE 16 TO RETURN-CODE.
004670     STOP RUN.
