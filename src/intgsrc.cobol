000010 ID DIVISION.
000020 PROGRAM-ID.    INTGCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    INTGCOB - NIGHTLY CROSS-FILE INTEGRITY AUDIT               *
000090*    CHECKS THE RELATIONSHIPS BETWEEN THE OPERATOR MASTER       *
000100*    (OPERTOR, COPY KAJCOPT) AND THE FILES THAT HANG OFF IT,    *
000110*    AND PRINTS AN EXCEPTION REPORT (DD INTGOUT) GROUPED BY     *
000120*    RULE, EACH LINE SHOWING THE OFFENDING KEY AND THE TWO      *
000130*    VALUES THAT DISAGREE:                                      *
000140*        RULE 1 (HIGH)   - THE OPERTOR RECORD DOES NOT MATCH    *
000150*                          THE AFTER IMAGE OF ITS LATEST        *
000160*                          OPRHST RECORD (COPY KAJCHST), OR     *
000170*                          HISTORY EXISTS FOR AN ID THAT IS     *
000180*                          NOT ON OPERTOR.  EVERY PROGRAM THAT  *
000190*                          WRITES THE MASTER LOGS THE NEW       *
000200*                          IMAGE, SO A DIFFERENCE MEANS THE     *
000210*                          MASTER WAS CHANGED OUTSIDE THEM -    *
000220*                          AROUND DUAL CONTROL                  *
000230*        RULE 2 (MEDIUM) - AN OPERTOR RECORD WITH NO HISTORY    *
000240*                          AT ALL (LOADED BEFORE OPRHST WAS     *
000250*                          KEPT, OR WRITTEN OUTSIDE THE         *
000260*                          PROGRAMS)                            *
000270*        RULE 3 (MEDIUM) - AN RPTREQ REQUEST (COPY KAJCREQ)     *
000280*                          WHOSE REQUESTOR IS NOT ON OPERTOR    *
000290*        RULE 4 (MEDIUM) - A PENDING (OR HELD) PENDCH CHANGE    *
000295*                          (COPY KAJCPND) THAT CAN NO LONGER    *
000300*                          APPLY:                               *
000310*                          AN ADD FOR AN ID ALREADY ON OPERTOR, *
000320*                          A CHANGE, DEACTIVATION OR            *
000330*                          DELEGATION FOR AN ID NOT ON OPERTOR  *
000340*                          OR ALREADY DEACTIVATED, A            *
000350*                          REACTIVATION FOR AN ID NOT ON        *
000360*                          OPERTOR.  OPTION ENTITLEMENT         *
000370*                          CHANGES ARE NOT OPERATOR KEYED AND   *
000380*                          ARE NOT CHECKED                      *
000390*        RULE 5 (MEDIUM) - A SESSON SESSION (COPY KAJCSES) FOR  *
000400*                          AN OPERATOR WHO IS NOT ON OPERTOR,   *
000410*                          DEACTIVATED OR LOCKED                *
000420*    THE PASSWORD IS COMPARED BUT NEVER PRINTED.  OPERTOR AND   *
000430*    OPRHST MUST BE THERE; AN RPTREQ, PENDCH OR SESSON FILE     *
000440*    THAT HAS NEVER BEEN LOADED (STATUS 35) IS AN EMPTY ONE.    *
000450*    NOTHING IS CHANGED - THE EXCEPTIONS ARE FOR SECURITY AND   *
000460*    OPERATIONS TO INVESTIGATE.                                 *
000470*                                                               *
000480*    RETURN CODE 8 WHEN ANY HIGH RULE FAILS, WHICH FAILS THE    *
000490*    STEP IN RUN CONTROL SO OPERATIONS MUST LOOK BEFORE THE     *
000500*    DAY STARTS (AN ADMIN ACCEPTS IT ON RUNSCOB ONCE IT IS      *
000510*    EXPLAINED); 4 WHEN ONLY MEDIUM RULES FAIL; 0 WHEN CLEAN.   *
000520*                                                               *
000530*    RUNS AS STEP 13 OF THE NIGHTLY STREAM, AFTER DLGXCOB.      *
000540*                                                               *
000550*    MODIFICATION HISTORY                                       *
000560*    DATE       INIT  DESCRIPTION                               *
000570*    --------   ----  ----------------------------------------- *
000580*    10/15/26   JTM   ORIGINAL                                  *
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.   IBM-370.
000620 OBJECT-COMPUTER.   IBM-370.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT OPER-FILE ASSIGN TO OPERTOR
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS OPT-OPERATOR-ID
000690         FILE STATUS IS IG-OPER-STATUS.
000700     SELECT HIST-FILE ASSIGN TO OPRHST
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS HST-KEY
000740         FILE STATUS IS IG-HIST-STATUS.
000750     SELECT REQ-FILE  ASSIGN TO RPTREQ
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS REQ-KEY
000790         FILE STATUS IS IG-REQ-STATUS.
000800     SELECT PND-FILE  ASSIGN TO PENDCH
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS SEQUENTIAL
000830         RECORD KEY IS PCH-KEY
000840         FILE STATUS IS IG-PND-STATUS.
000850     SELECT SES-FILE  ASSIGN TO SESSON
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS SEQUENTIAL
000880         RECORD KEY IS SES-TERMINAL-ID
000890         FILE STATUS IS IG-SES-STATUS.
000900     SELECT RPT-FILE  ASSIGN TO INTGOUT
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS IG-RPT-STATUS.
000930     SELECT RUN-FILE  ASSIGN TO RUNCTL
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS RUN-KEY
000970         FILE STATUS IS IG-RUNC-STATUS.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  OPER-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 COPY KAJCOPT.
001030 FD  HIST-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 COPY KAJCHST.
001060 FD  REQ-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY KAJCREQ.
001090 FD  PND-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 COPY KAJCPND.
001120 FD  SES-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY KAJCSES.
001150 FD  RPT-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 01  RPT-PRINT-LINE      PIC X(80).
001190 FD  RUN-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 COPY KAJCRUN.
001220 WORKING-STORAGE SECTION.
001230 77  IG-OPER-STATUS      PIC X(02) VALUE '00'.
001240 77  IG-HIST-STATUS      PIC X(02) VALUE '00'.
001250 77  IG-REQ-STATUS       PIC X(02) VALUE '00'.
001260 77  IG-PND-STATUS       PIC X(02) VALUE '00'.
001270 77  IG-SES-STATUS       PIC X(02) VALUE '00'.
001280 77  IG-RPT-STATUS       PIC X(02) VALUE '00'.
001290 77  IG-HIST-EOF-SW      PIC X(01) VALUE 'N'.
001300     88  IG-HIST-AT-END      VALUE 'Y'.
001310 77  IG-OPER-EOF-SW      PIC X(01) VALUE 'N'.
001320     88  IG-OPER-AT-END      VALUE 'Y'.
001330 77  IG-REQ-EOF-SW       PIC X(01) VALUE 'N'.
001340     88  IG-REQ-AT-END       VALUE 'Y'.
001350 77  IG-PND-EOF-SW       PIC X(01) VALUE 'N'.
001360     88  IG-PND-AT-END       VALUE 'Y'.
001370 77  IG-SES-EOF-SW       PIC X(01) VALUE 'N'.
001380     88  IG-SES-AT-END       VALUE 'Y'.
001390 77  IG-OPER-FOUND-SW    PIC X(01) VALUE 'N'.
001400     88  IG-OPER-FOUND       VALUE 'Y'.
001410 77  IG-DIFF-SW          PIC X(01) VALUE 'N'.
001420     88  IG-DIFF-FOUND       VALUE 'Y'.
001430*                                                               *
001440*    COUNTS - RECORDS READ PER FILE AND EXCEPTIONS PER RULE     *
001450*    (RULE 1 COUNTS OPERATORS, HOWEVER MANY FIELDS DIFFER).     *
001460*                                                               *
001470 77  IG-OPER-COUNT       PIC 9(07) VALUE ZERO.
001480 77  IG-HIST-COUNT       PIC 9(07) VALUE ZERO.
001490 77  IG-REQ-COUNT        PIC 9(07) VALUE ZERO.
001500 77  IG-PND-COUNT        PIC 9(07) VALUE ZERO.
001510 77  IG-SES-COUNT        PIC 9(07) VALUE ZERO.
001520 77  IG-RULE1-COUNT      PIC 9(07) VALUE ZERO.
001530 77  IG-RULE2-COUNT      PIC 9(07) VALUE ZERO.
001540 77  IG-RULE3-COUNT      PIC 9(07) VALUE ZERO.
001550 77  IG-RULE4-COUNT      PIC 9(07) VALUE ZERO.
001560 77  IG-RULE5-COUNT      PIC 9(07) VALUE ZERO.
001570 77  IG-HIGH-COUNT       PIC 9(07) VALUE ZERO.
001580 77  IG-OTHER-COUNT      PIC 9(07) VALUE ZERO.
001590*                                                               *
001600*    THE OPERATOR BEING CHECKED, THE LATEST HISTORY FOR IT, AND *
001610*    THE LAST ID LOOKED UP ON THE MASTER (THE RPTREQ AND PENDCH *
001620*    FILES ARE IN OPERATOR ORDER, SO ONE READ SERVES A RUN OF   *
001630*    RECORDS FOR THE SAME ID).                                  *
001640*                                                               *
001650 77  IG-CUR-ID           PIC X(08) VALUE SPACES.
001660 77  IG-LAST-ID          PIC X(08) VALUE LOW-VALUES.
001670 77  IG-LAST-PROGRAM     PIC X(08) VALUE SPACES.
001680 77  IG-NUM-EDIT         PIC 9(07) VALUE ZERO.
001690 77  IG-STATE-TEXT       PIC X(20) VALUE SPACES.
001700*                                                               *
001710*    THE LATEST AFTER IMAGE, LAID OUT AS AN OPERATOR MASTER     *
001720*    RECORD SO IT CAN BE COMPARED FIELD BY FIELD.               *
001730*                                                               *
001740 COPY KAJCOPT REPLACING ==KAJCOPT-RECORD== BY ==IG-AFTER==
001750                        LEADING ==OPT-== BY ==IA-==.
001760*                                                               *
001770*    A REQUEST OR PENDING-CHANGE KEY AS PRINTED - ID/SEQUENCE.  *
001780*                                                               *
001790 01  IG-KEY-PRINT.
001800     05  IG-KP-ID            PIC X(08).
001810     05  FILLER              PIC X(01) VALUE '/'.
001820     05  IG-KP-SEQ           PIC 9(03).
001830*                                                               *
001840*    RUN CONTROL (KAJCRUN).  THE STEP NUMBER IS THIS JOB'S      *
001850*    PLACE IN THE NIGHTLY STREAM; THE BUSINESS DATE IS THE      *
001860*    ONE BALNCOB OPENED FOR TONIGHT'S STREAM.                   *
001870*                                                               *
001880 77  IG-RUNC-STATUS      PIC X(02) VALUE '00'.
001890 77  IG-RUN-JOB          PIC X(08) VALUE 'INTGCOB'.
001900 77  IG-RUN-STEP         PIC 9(02) VALUE 13.
001910 77  IG-PRED-JOB         PIC X(08) VALUE 'DLGXCOB'.
001920 77  IG-PRED-STEP        PIC 9(02) VALUE 12.
001930 77  IG-BUS-DATE         PIC 9(07) VALUE ZERO.
001940 77  IG-CLOCK-DAY        PIC 9(05) VALUE ZERO.
001950 77  IG-CLOCK-DATE       PIC 9(07) VALUE ZERO.
001960 77  IG-CLOCK-TIME       PIC 9(08) VALUE ZERO.
001970 77  IG-CLOCK-HMS        PIC 9(07) VALUE ZERO.
001980 77  IG-RUN-FOUND-SW     PIC X(01) VALUE 'N'.
001990     88  IG-RUN-FOUND        VALUE 'Y'.
002000 77  IG-RUN-REG-SW       PIC X(01) VALUE 'N'.
002010     88  IG-RUN-REGISTERED   VALUE 'Y'.
002020*                                                               *
002030 01  RPT-HEADING-1.
002040     05  FILLER              PIC X(20) VALUE SPACES.
002050     05  FILLER              PIC X(40)
002060             VALUE 'CROSS-FILE INTEGRITY EXCEPTIONS'.
002070 01  RPT-HEADING-2.
002080     05  FILLER              PIC X(15) VALUE 'BUSINESS DATE: '.
002090     05  RPT-HDG-DATE        PIC 9(07).
002100 01  RPT-SECTION-HEADING.
002110     05  FILLER              PIC X(05) VALUE 'RULE '.
002120     05  RPT-S-RULE          PIC 9(01).
002130     05  FILLER              PIC X(02) VALUE SPACES.
002140     05  RPT-S-SEVERITY      PIC X(08).
002150     05  RPT-S-TITLE         PIC X(60).
002160*    THE COLUMN HEADINGS CHANGE WITH THE RULE (SET BY THE       *
002170*    CALLER WITH THE TITLE).                                    *
002180 01  RPT-COLUMN-HEADING.
002190     05  RPT-C-KEY           PIC X(14).
002200     05  RPT-C-ITEM          PIC X(11).
002210     05  RPT-C-MASTER        PIC X(21).
002220     05  RPT-C-OTHER         PIC X(21).
002230     05  RPT-C-NOTE          PIC X(13).
002240 01  RPT-DETAIL-LINE.
002250     05  RPT-D-KEY           PIC X(12).
002260     05  FILLER              PIC X(02) VALUE SPACES.
002270     05  RPT-D-ITEM          PIC X(10).
002280     05  FILLER              PIC X(01) VALUE SPACES.
002290     05  RPT-D-MASTER        PIC X(20).
002300     05  FILLER              PIC X(01) VALUE SPACES.
002310     05  RPT-D-OTHER         PIC X(20).
002320     05  FILLER              PIC X(01) VALUE SPACES.
002330     05  RPT-D-NOTE          PIC X(13).
002340 01  RPT-NONE-LINE.
002350     05  RPT-N-TEXT          PIC X(40).
002360 01  RPT-TOTAL-LINE.
002370     05  RPT-T-LABEL         PIC X(17).
002380     05  RPT-T-COUNT         PIC ZZZ,ZZ9.
002390 01  RPT-BLANK-LINE          PIC X(80) VALUE SPACES.
002400 PROCEDURE DIVISION.
002410*                                                               *
002420*    0000-MAINLINE - ONE PASS PER RULE, IN RULE ORDER, SO THE   *
002430*    REPORT COMES OUT GROUPED.  THE MASTER AND THE HISTORY STAY *
002440*    OPEN FOR THE WHOLE RUN; THE OTHER FILES ARE READ ONCE.     *
002450*                                                               *
002460 0000-MAINLINE.
002470     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490     PERFORM 2000-CHECK-HISTORY THRU 2000-EXIT.
002500     PERFORM 3000-CHECK-NO-HISTORY THRU 3000-EXIT.
002510     PERFORM 4000-CHECK-REQUESTS THRU 4000-EXIT.
002520     PERFORM 5000-CHECK-PENDING THRU 5000-EXIT.
002530     PERFORM 6000-CHECK-SESSIONS THRU 6000-EXIT.
002540     CLOSE OPER-FILE.
002550     CLOSE HIST-FILE.
002560     PERFORM 8500-WRITE-SUMMARY THRU 8500-EXIT.
002570     CLOSE RPT-FILE.
002580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002590     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
002600     STOP RUN.
002610*                                                               *
002620*    0500-CHECK-RUN-CONTROL - PICK UP THE BUSINESS DATE         *
002630*    BALNCOB OPENED FOR TONIGHT'S STREAM AND REFUSE TO RUN      *
002640*    UNLESS THE STEP BEFORE THIS ONE ENDED CLEAN FOR THAT       *
002650*    DATE - COMPLETE, OR A FAILURE AN ADMIN HAS ACCEPTED ON     *
002660*    THE RUNSCOB SCREEN.  THEN REGISTER THIS STEP'S START.      *
002670*                                                               *
002680 0500-CHECK-RUN-CONTROL.
002690     OPEN I-O RUN-FILE.
002700     IF IG-RUNC-STATUS NOT = '00'
002710         GO TO 9950-RUN-IO-ERROR
002720     END-IF.
002730     MOVE ZERO TO RUN-DATE.
002740     MOVE ZERO TO RUN-STEP.
002750     READ RUN-FILE.
002760     EVALUATE IG-RUNC-STATUS
002770         WHEN '00'
002780             CONTINUE
002790         WHEN '23'
002800             DISPLAY 'INTGCOB - STREAM NOT OPENED - '
002810                 'BALNCOB HAS NOT RUN'
002820             GO TO 0590-REFUSE-RUN
002830         WHEN OTHER
002840             GO TO 9950-RUN-IO-ERROR
002850     END-EVALUATE.
002860     MOVE RUN-CTL-BUS-DATE TO IG-BUS-DATE.
002870     MOVE IG-BUS-DATE  TO RUN-DATE.
002880     MOVE IG-PRED-STEP TO RUN-STEP.
002890     READ RUN-FILE.
002900     EVALUATE IG-RUNC-STATUS
002910         WHEN '00'
002920             CONTINUE
002930         WHEN '23'
002940             DISPLAY 'INTGCOB - ' IG-PRED-JOB
002950                 ' HAS NOT RUN FOR ' IG-BUS-DATE
002960             GO TO 0590-REFUSE-RUN
002970         WHEN OTHER
002980             GO TO 9950-RUN-IO-ERROR
002990     END-EVALUATE.
003000     IF NOT RUN-ENDED-CLEAN
003010         DISPLAY 'INTGCOB - ' IG-PRED-JOB
003020             ' DID NOT END CLEAN FOR ' IG-BUS-DATE
003030         GO TO 0590-REFUSE-RUN
003040     END-IF.
003050     PERFORM 0550-REGISTER-START THRU 0550-EXIT.
003060     CLOSE RUN-FILE.
003070 0500-EXIT.
003080     EXIT.
003090*                                                               *
003100*    0550-REGISTER-START - ONE RECORD PER STEP PER DATE.  A     *
003110*    STEP THAT ALREADY ENDED CLEAN FOR THE DATE IS NOT RUN      *
003120*    AGAIN UNLESS AN ADMIN AUTHORIZED THE RERUN; THE            *
003130*    AUTHORIZATION IS USED UP BY THIS START.  A STEP THAT       *
003140*    FAILED, OR NEVER FINISHED, MAY SIMPLY BE RERUN - IT        *
003150*    CHANGES NOTHING, SO A RERUN JUST REPORTS AGAIN.            *
003160*                                                               *
003170 0550-REGISTER-START.
003180     MOVE IG-BUS-DATE TO RUN-DATE.
003190     MOVE IG-RUN-STEP TO RUN-STEP.
003200     MOVE 'N' TO IG-RUN-FOUND-SW.
003210     READ RUN-FILE.
003220     EVALUATE IG-RUNC-STATUS
003230         WHEN '00'
003240             MOVE 'Y' TO IG-RUN-FOUND-SW
003250         WHEN '23'
003260             MOVE SPACES TO KAJCRUN-RECORD
003270             MOVE IG-BUS-DATE TO RUN-DATE
003280             MOVE IG-RUN-STEP TO RUN-STEP
003290             MOVE ZERO TO RUN-ATTEMPTS
003300             MOVE ZERO TO RUN-ACT-DATE
003310             MOVE ZERO TO RUN-ACT-TIME
003320         WHEN OTHER
003330             GO TO 9950-RUN-IO-ERROR
003340     END-EVALUATE.
003350     IF IG-RUN-FOUND AND RUN-ENDED-CLEAN AND NOT RUN-RERUN-AUTH
003360         DISPLAY 'INTGCOB - ALREADY ENDED CLEAN FOR ' IG-BUS-DATE
003370             ' - NO RERUN AUTHORIZED'
003380         GO TO 0590-REFUSE-RUN
003390     END-IF.
003400     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
003410     MOVE IG-RUN-JOB    TO RUN-JOB.
003420     MOVE 'S'           TO RUN-STATUS.
003430     MOVE IG-CLOCK-DATE TO RUN-START-DATE.
003440     MOVE IG-CLOCK-HMS  TO RUN-START-TIME.
003450     MOVE ZERO          TO RUN-END-DATE.
003460     MOVE ZERO          TO RUN-END-TIME.
003470     MOVE ZERO          TO RUN-RC.
003480     MOVE 'HIGH    '    TO RUN-COUNT-LABEL (1).
003490     MOVE 'OTHER   '    TO RUN-COUNT-LABEL (2).
003500     MOVE ZERO          TO RUN-COUNT (1).
003510     MOVE ZERO          TO RUN-COUNT (2).
003520     MOVE 'N'           TO RUN-RERUN-FLAG.
003530     IF RUN-ATTEMPTS < 99
003540         ADD 1 TO RUN-ATTEMPTS
003550     END-IF.
003560     IF IG-RUN-FOUND
003570         REWRITE KAJCRUN-RECORD
003580     ELSE
003590         WRITE KAJCRUN-RECORD
003600     END-IF.
003610     IF IG-RUNC-STATUS NOT = '00'
003620         GO TO 9950-RUN-IO-ERROR
003630     END-IF.
003640     MOVE 'Y' TO IG-RUN-REG-SW.
003650 0550-EXIT.
003660     EXIT.
003670*                                                               *
003680*    0560-READ-CLOCK - ACCEPT FROM DAY GIVES YYDDD AND FROM     *
003690*    TIME HHMMSSTT; STAMPS ARE CARRIED 0CYYDDD AND 0HHMMSS,     *
003700*    THE SAME AS THE JOURNAL.                                   *
003710*                                                               *
003720 0560-READ-CLOCK.
003730     ACCEPT IG-CLOCK-DAY FROM DAY.
003740     ADD 100000 IG-CLOCK-DAY GIVING IG-CLOCK-DATE.
003750     ACCEPT IG-CLOCK-TIME FROM TIME.
003760     DIVIDE IG-CLOCK-TIME BY 100 GIVING IG-CLOCK-HMS.
003770 0560-EXIT.
003780     EXIT.
003790*                                                               *
003800*    0590-REFUSE-RUN - OUT OF STREAM ORDER.  NOTHING HAS BEEN   *
003810*    OPENED YET; RETURN CODE 12 HOLDS THE STREAM.               *
003820*                                                               *
003830 0590-REFUSE-RUN.
003840     DISPLAY 'INTGCOB - RUN REFUSED BY RUN CONTROL, RC 12'.
003850     CLOSE RUN-FILE.
003860     MOVE 12 TO RETURN-CODE.
003870     STOP RUN.
003880*                                                               *
003890*    1000-INITIALIZE - THE REPORT HEADINGS, AND THE MASTER AND  *
003900*    THE HISTORY, WHICH MUST BOTH BE THERE.                     *
003910*                                                               *
003920 1000-INITIALIZE.
003930     OPEN OUTPUT RPT-FILE.
003940     IF IG-RPT-STATUS NOT = '00'
003950         GO TO 9830-RPT-IO-ERROR
003960     END-IF.
003970     MOVE IG-BUS-DATE TO RPT-HDG-DATE.
003980     WRITE RPT-PRINT-LINE FROM RPT-HEADING-1.
003990     WRITE RPT-PRINT-LINE FROM RPT-HEADING-2.
004000     OPEN INPUT OPER-FILE.
004010     IF IG-OPER-STATUS NOT = '00'
004020         GO TO 9800-OPER-IO-ERROR
004030     END-IF.
004040     OPEN INPUT HIST-FILE.
004050     IF IG-HIST-STATUS NOT = '00'
004060         GO TO 9810-HIST-IO-ERROR
004070     END-IF.
004080 1000-EXIT.
004090     EXIT.
004100*                                                               *
004110*    2000-CHECK-HISTORY - RULE 1.  THE HISTORY IS IN OPERATOR   *
004120*    ORDER, THEN DATE, TIME AND SEQUENCE, SO THE LAST RECORD    *
004130*    FOR EACH OPERATOR CARRIES THE IMAGE THE MASTER SHOULD      *
004140*    HOLD NOW.                                                  *
004150*                                                               *
004160 2000-CHECK-HISTORY.
004170     MOVE 1 TO RPT-S-RULE.
004180     MOVE 'HIGH' TO RPT-S-SEVERITY.
004190     MOVE 'OPERTOR DOES NOT MATCH LATEST OPRHST AFTER IMAGE'
004200         TO RPT-S-TITLE.
004210     MOVE 'OPERATOR'     TO RPT-C-KEY.
004220     MOVE 'FIELD'        TO RPT-C-ITEM.
004230     MOVE 'ON OPERTOR'   TO RPT-C-MASTER.
004240     MOVE 'OPRHST AFTER' TO RPT-C-OTHER.
004250     MOVE 'LAST BY'      TO RPT-C-NOTE.
004260     PERFORM 8000-WRITE-SECTION-HEAD THRU 8000-EXIT.
004270     MOVE 'N' TO IG-HIST-EOF-SW.
004280     PERFORM 7100-READ-HISTORY THRU 7100-EXIT.
004290     PERFORM 2100-CHECK-ONE-OPERATOR THRU 2100-EXIT
004300         UNTIL IG-HIST-AT-END.
004310     IF IG-RULE1-COUNT = 0
004320         MOVE 'NO MISMATCHES' TO RPT-N-TEXT
004330         WRITE RPT-PRINT-LINE FROM RPT-NONE-LINE
004340     END-IF.
004350     MOVE 'OPERATORS:       ' TO RPT-T-LABEL.
004360     MOVE IG-RULE1-COUNT TO RPT-T-COUNT.
004370     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-LINE.
004380     ADD IG-RULE1-COUNT TO IG-HIGH-COUNT.
004390 2000-EXIT.
004400     EXIT.
004410*                                                               *
004420*    2100-CHECK-ONE-OPERATOR - RUN TO THE LAST HISTORY RECORD   *
004430*    FOR THE OPERATOR, THEN HOLD IT UP AGAINST THE MASTER.      *
004440*                                                               *
004450 2100-CHECK-ONE-OPERATOR.
004460     MOVE HST-OPERATOR-ID TO IG-CUR-ID.
004470     PERFORM 2200-KEEP-LATEST THRU 2200-EXIT
004480         UNTIL IG-HIST-AT-END
004490            OR HST-OPERATOR-ID NOT = IG-CUR-ID.
004500     MOVE IG-CUR-ID TO OPT-OPERATOR-ID.
004510     PERFORM 7000-READ-OPERATOR THRU 7000-EXIT.
004520     MOVE IG-CUR-ID       TO RPT-D-KEY.
004530     MOVE IG-LAST-PROGRAM TO RPT-D-NOTE.
004540     IF NOT IG-OPER-FOUND
004550         MOVE 'RECORD'      TO RPT-D-ITEM
004560         MOVE 'NOT ON FILE' TO RPT-D-MASTER
004570         MOVE IA-OPERATOR-NAME TO RPT-D-OTHER
004580         PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT
004590         ADD 1 TO IG-RULE1-COUNT
004600         GO TO 2100-EXIT
004610     END-IF.
004620     IF KAJCOPT-RECORD = IG-AFTER
004630         GO TO 2100-EXIT
004640     END-IF.
004650     ADD 1 TO IG-RULE1-COUNT.
004660     PERFORM 2300-LIST-DIFFERENCES THRU 2300-EXIT.
004670 2100-EXIT.
004680     EXIT.
004690 2200-KEEP-LATEST.
004700     MOVE HST-AFTER      TO IG-AFTER.
004710     MOVE HST-PROGRAM-ID TO IG-LAST-PROGRAM.
004720     PERFORM 7100-READ-HISTORY THRU 7100-EXIT.
004730 2200-EXIT.
004740     EXIT.
004750*                                                               *
004760*    2300-LIST-DIFFERENCES - ONE LINE PER FIELD THAT DISAGREES. *
004770*    THE PASSWORD IS SHOWN ONLY AS DIFFERING.  A DIFFERENCE     *
004780*    ONLY IN THE UNUSED BYTES IS STILL LISTED.                  *
004790*                                                               *
004800 2300-LIST-DIFFERENCES.
004810     MOVE 'N' TO IG-DIFF-SW.
004820     IF OPT-OPERATOR-NAME NOT = IA-OPERATOR-NAME
004830         MOVE 'NAME'            TO RPT-D-ITEM
004840         MOVE OPT-OPERATOR-NAME TO RPT-D-MASTER
004850         MOVE IA-OPERATOR-NAME  TO RPT-D-OTHER
004860         PERFORM 2400-WRITE-DIFFERENCE THRU 2400-EXIT
004870     END-IF.
004880     IF OPT-AUTHORITY NOT = IA-AUTHORITY
004890         MOVE 'AUTHORITY'   TO RPT-D-ITEM
004900         MOVE OPT-AUTHORITY TO RPT-D-MASTER
004910         MOVE IA-AUTHORITY  TO RPT-D-OTHER
004920         PERFORM 2400-WRITE-DIFFERENCE THRU 2400-EXIT
004930     END-IF.
004940     IF OPT-ACTIVE-FLAG NOT = IA-ACTIVE-FLAG
004950         MOVE 'ACTIVE'        TO RPT-D-ITEM
004960         MOVE OPT-ACTIVE-FLAG TO RPT-D-MASTER
004970         MOVE IA-ACTIVE-FLAG  TO RPT-D-OTHER
004980         PERFORM 2400-WRITE-DIFFERENCE THRU 2400-EXIT
004990     END-IF.
005000     IF OPT-PASSWORD NOT = IA-PASSWORD
005010         MOVE 'PASSWORD'    TO RPT-D-ITEM
005020         MOVE '(DIFFERS)'   TO RPT-D-MASTER
005030         MOVE '(DIFFERS)'   TO RPT-D-OTHER
005040         PERFORM 2400-WRITE-DIFFERENCE THRU 2400-EXIT
005050     END-IF.
005060     IF OPT-FAIL-COUNT NOT = IA-FAIL-COUNT
005070         MOVE 'FAIL COUNT'   TO RPT-D-ITEM
005080         MOVE OPT-FAIL-COUNT TO RPT-D-MASTER
005090         MOVE IA-FAIL-COUNT  TO RPT-D-OTHER
005100         PERFORM 2400-WRITE-DIFFERENCE THRU 2400-EXIT
005110     END-IF.
005120     IF OPT-LAST-ON-DATE NOT = IA-LAST-ON-DATE
005130         MOVE 'LAST ON'        TO RPT-D-ITEM
005140         MOVE OPT-LAST-ON-DATE TO IG-NUM-EDIT
005150         MOVE IG-NUM-EDIT      TO RPT-D-MASTER
005160         MOVE IA-LAST-ON-DATE  TO IG-NUM-EDIT
005170         MOVE IG-NUM-EDIT      TO RPT-D-OTHER
005180         PERFORM 2400-WRITE-DIFFERENCE THRU 2400-EXIT
005190     END-IF.
005200     IF OPT-LAST-ON-TIME NOT = IA-LAST-ON-TIME
005210         MOVE 'LAST TIME'      TO RPT-D-ITEM
005220         MOVE OPT-LAST-ON-TIME TO IG-NUM-EDIT
005230         MOVE IG-NUM-EDIT      TO RPT-D-MASTER
005240         MOVE IA-LAST-ON-TIME  TO IG-NUM-EDIT
005250         MOVE IG-NUM-EDIT      TO RPT-D-OTHER
005260         PERFORM 2400-WRITE-DIFFERENCE THRU 2400-EXIT
005270     END-IF.
005280     IF OPT-PSWD-CHG-DATE NOT = IA-PSWD-CHG-DATE
005290         MOVE 'PSWD CHG'        TO RPT-D-ITEM
005300         MOVE OPT-PSWD-CHG-DATE TO IG-NUM-EDIT
005310         MOVE IG-NUM-EDIT       TO RPT-D-MASTER
005320         MOVE IA-PSWD-CHG-DATE  TO IG-NUM-EDIT
005330         MOVE IG-NUM-EDIT       TO RPT-D-OTHER
005340         PERFORM 2400-WRITE-DIFFERENCE THRU 2400-EXIT
005350     END-IF.
005360     IF OPT-PRINT-DEST NOT = IA-PRINT-DEST
005370         MOVE 'PRINT DEST'   TO RPT-D-ITEM
005380         MOVE OPT-PRINT-DEST TO RPT-D-MASTER
005390         MOVE IA-PRINT-DEST  TO RPT-D-OTHER
005400         PERFORM 2400-WRITE-DIFFERENCE THRU 2400-EXIT
005410     END-IF.
005420     IF NOT IG-DIFF-FOUND
005430         MOVE 'RECORD'        TO RPT-D-ITEM
005440         MOVE 'UNUSED BYTES'  TO RPT-D-MASTER
005450         MOVE 'DIFFER'        TO RPT-D-OTHER
005460         PERFORM 2400-WRITE-DIFFERENCE THRU 2400-EXIT
005470     END-IF.
005480 2300-EXIT.
005490     EXIT.
005500 2400-WRITE-DIFFERENCE.
005510     MOVE 'Y' TO IG-DIFF-SW.
005520     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
005530 2400-EXIT.
005540     EXIT.
005550*                                                               *
005560*    3000-CHECK-NO-HISTORY - RULE 2.  EVERY MASTER RECORD, IN   *
005570*    OPERATOR ORDER, LOOKED FOR ON THE HISTORY.                 *
005580*                                                               *
005590 3000-CHECK-NO-HISTORY.
005600     MOVE 2 TO RPT-S-RULE.
005610     MOVE 'MEDIUM' TO RPT-S-SEVERITY.
005620     MOVE 'OPERTOR RECORD WITH NO OPRHST HISTORY' TO RPT-S-TITLE.
005630     MOVE 'OPERATOR'     TO RPT-C-KEY.
005640     MOVE 'CHECK'        TO RPT-C-ITEM.
005650     MOVE 'NAME ON OPERTOR' TO RPT-C-MASTER.
005660     MOVE 'ON OPRHST'    TO RPT-C-OTHER.
005670     MOVE 'STATE'        TO RPT-C-NOTE.
005680     PERFORM 8000-WRITE-SECTION-HEAD THRU 8000-EXIT.
005690     MOVE LOW-VALUES TO OPT-OPERATOR-ID.
005700     START OPER-FILE KEY IS NOT LESS THAN OPT-OPERATOR-ID.
005710     EVALUATE IG-OPER-STATUS
005720         WHEN '00'
005730             MOVE 'N' TO IG-OPER-EOF-SW
005740         WHEN '23'
005750             MOVE 'Y' TO IG-OPER-EOF-SW
005760         WHEN OTHER
005770             GO TO 9800-OPER-IO-ERROR
005780     END-EVALUATE.
005790     PERFORM 3100-CHECK-ONE-MASTER THRU 3100-EXIT
005800         UNTIL IG-OPER-AT-END.
005810     IF IG-RULE2-COUNT = 0
005820         MOVE 'NO OPERATORS WITHOUT HISTORY' TO RPT-N-TEXT
005830         WRITE RPT-PRINT-LINE FROM RPT-NONE-LINE
005840     END-IF.
005850     MOVE 'OPERATORS:       ' TO RPT-T-LABEL.
005860     MOVE IG-RULE2-COUNT TO RPT-T-COUNT.
005870     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-LINE.
005880     ADD IG-RULE2-COUNT TO IG-OTHER-COUNT.
005890 3000-EXIT.
005900     EXIT.
005910 3100-CHECK-ONE-MASTER.
005920     READ OPER-FILE NEXT RECORD
005930         AT END
005940             MOVE 'Y' TO IG-OPER-EOF-SW
005950             GO TO 3100-EXIT
005960     END-READ.
005970     IF IG-OPER-STATUS NOT = '00'
005980         GO TO 9800-OPER-IO-ERROR
005990     END-IF.
006000     ADD 1 TO IG-OPER-COUNT.
006010     MOVE 'Y' TO IG-OPER-FOUND-SW.
006020     MOVE OPT-OPERATOR-ID TO HST-OPERATOR-ID.
006030     MOVE ZERO TO HST-DATE.
006040     MOVE ZERO TO HST-TIME.
006050     MOVE ZERO TO HST-SEQ.
006060     START HIST-FILE KEY IS NOT LESS THAN HST-KEY.
006070     EVALUATE IG-HIST-STATUS
006080         WHEN '00'
006090             READ HIST-FILE NEXT RECORD
006100             IF IG-HIST-STATUS NOT = '00'
006110                 GO TO 9810-HIST-IO-ERROR
006120             END-IF
006130             IF HST-OPERATOR-ID = OPT-OPERATOR-ID
006140                 GO TO 3100-EXIT
006150             END-IF
006160         WHEN '23'
006170             CONTINUE
006180         WHEN OTHER
006190             GO TO 9810-HIST-IO-ERROR
006200     END-EVALUATE.
006210     ADD 1 TO IG-RULE2-COUNT.
006220     MOVE OPT-OPERATOR-ID   TO RPT-D-KEY.
006230     MOVE 'HISTORY'         TO RPT-D-ITEM.
006240     MOVE OPT-OPERATOR-NAME TO RPT-D-MASTER.
006250     MOVE 'NONE'            TO RPT-D-OTHER.
006260     PERFORM 8200-SET-STATE THRU 8200-EXIT.
006270     MOVE IG-STATE-TEXT     TO RPT-D-NOTE.
006280     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
006290 3100-EXIT.
006300     EXIT.
006310*                                                               *
006320*    4000-CHECK-REQUESTS - RULE 3.  EVERY REPORT REQUEST,       *
006330*    WHATEVER ITS STATUS, MUST BELONG TO AN OPERATOR ON FILE.   *
006340*                                                               *
006350 4000-CHECK-REQUESTS.
006360     MOVE 3 TO RPT-S-RULE.
006370     MOVE 'MEDIUM' TO RPT-S-SEVERITY.
006380     MOVE 'RPTREQ REQUESTOR NOT ON OPERTOR' TO RPT-S-TITLE.
006390     MOVE 'REQUEST'      TO RPT-C-KEY.
006400     MOVE 'REPORT'       TO RPT-C-ITEM.
006410     MOVE 'REQUESTOR'    TO RPT-C-MASTER.
006420     MOVE 'REQUEST STATUS' TO RPT-C-OTHER.
006430     MOVE 'REQUESTED'    TO RPT-C-NOTE.
006440     PERFORM 8000-WRITE-SECTION-HEAD THRU 8000-EXIT.
006450     MOVE LOW-VALUES TO IG-LAST-ID.
006460     OPEN INPUT REQ-FILE.
006470     EVALUATE IG-REQ-STATUS
006480         WHEN '00'
006490             CONTINUE
006500         WHEN '35'
006510             GO TO 4000-TOTAL
006520         WHEN OTHER
006530             GO TO 9820-REQ-IO-ERROR
006540     END-EVALUATE.
006550     MOVE 'N' TO IG-REQ-EOF-SW.
006560     PERFORM 4100-CHECK-ONE-REQUEST THRU 4100-EXIT
006570         UNTIL IG-REQ-AT-END.
006580     CLOSE REQ-FILE.
006590 4000-TOTAL.
006600     IF IG-RULE3-COUNT = 0
006610         MOVE 'NO ORPHANED REQUESTS' TO RPT-N-TEXT
006620         WRITE RPT-PRINT-LINE FROM RPT-NONE-LINE
006630     END-IF.
006640     MOVE 'REQUESTS:        ' TO RPT-T-LABEL.
006650     MOVE IG-RULE3-COUNT TO RPT-T-COUNT.
006660     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-LINE.
006670     ADD IG-RULE3-COUNT TO IG-OTHER-COUNT.
006680 4000-EXIT.
006690     EXIT.
006700 4100-CHECK-ONE-REQUEST.
006710     READ REQ-FILE NEXT RECORD
006720         AT END
006730             MOVE 'Y' TO IG-REQ-EOF-SW
006740             GO TO 4100-EXIT
006750     END-READ.
006760     IF IG-REQ-STATUS NOT = '00'
006770         GO TO 9820-REQ-IO-ERROR
006780     END-IF.
006790     ADD 1 TO IG-REQ-COUNT.
006800     IF REQ-REQUESTOR NOT = IG-LAST-ID
006810         MOVE REQ-REQUESTOR TO IG-LAST-ID
006820         MOVE REQ-REQUESTOR TO OPT-OPERATOR-ID
006830         PERFORM 7000-READ-OPERATOR THRU 7000-EXIT
006840     END-IF.
006850     IF IG-OPER-FOUND
006860         GO TO 4100-EXIT
006870     END-IF.
006880     ADD 1 TO IG-RULE3-COUNT.
006890     MOVE REQ-REQUESTOR   TO IG-KP-ID.
006900     MOVE REQ-SEQUENCE    TO IG-KP-SEQ.
006910     MOVE IG-KEY-PRINT    TO RPT-D-KEY.
006920     MOVE REQ-REPORT-CODE TO RPT-D-ITEM.
006930     MOVE 'NOT ON FILE'   TO RPT-D-MASTER.
006940     EVALUATE TRUE
006950         WHEN REQ-STAT-PENDING
006960             MOVE 'PENDING'  TO RPT-D-OTHER
006970         WHEN REQ-STAT-COMPLETE
006980             MOVE 'COMPLETE' TO RPT-D-OTHER
006990         WHEN REQ-STAT-ERROR
007000             MOVE 'IN ERROR' TO RPT-D-OTHER
007010         WHEN OTHER
007020             MOVE REQ-STATUS TO RPT-D-OTHER
007030     END-EVALUATE.
007040     MOVE REQ-DATE        TO IG-NUM-EDIT.
007050     MOVE IG-NUM-EDIT     TO RPT-D-NOTE.
007060     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
007070 4100-EXIT.
007080     EXIT.
007090*                                                               *
007100*    5000-CHECK-PENDING - RULE 4.  ONLY CHANGES STILL PENDING   *
007110*    (OR HELD FOR A MASS-CHANGE SUBMITTER'S RELEASE) ARE        *
007115*    CHECKED; DECIDED ONES ARE THE DECISION TRAIL.              *
007120*                                                               *
007130 5000-CHECK-PENDING.
007140     MOVE 4 TO RPT-S-RULE.
007150     MOVE 'MEDIUM' TO RPT-S-SEVERITY.
007160     MOVE 'PENDCH CHANGE NO LONGER FITS OPERTOR' TO RPT-S-TITLE.
007170     MOVE 'CHANGE'       TO RPT-C-KEY.
007180     MOVE 'ACTION'       TO RPT-C-ITEM.
007190     MOVE 'ON OPERTOR'   TO RPT-C-MASTER.
007200     MOVE 'KEYED BY'     TO RPT-C-OTHER.
007210     MOVE 'KEYED ON'     TO RPT-C-NOTE.
007220     PERFORM 8000-WRITE-SECTION-HEAD THRU 8000-EXIT.
007230     MOVE LOW-VALUES TO IG-LAST-ID.
007240     OPEN INPUT PND-FILE.
007250     EVALUATE IG-PND-STATUS
007260         WHEN '00'
007270             CONTINUE
007280         WHEN '35'
007290             GO TO 5000-TOTAL
007300         WHEN OTHER
007310             GO TO 9840-PND-IO-ERROR
007320     END-EVALUATE.
007330     MOVE 'N' TO IG-PND-EOF-SW.
007340     PERFORM 5100-CHECK-ONE-CHANGE THRU 5100-EXIT
007350         UNTIL IG-PND-AT-END.
007360     CLOSE PND-FILE.
007370 5000-TOTAL.
007380     IF IG-RULE4-COUNT = 0
007390         MOVE 'NO STRANDED PENDING CHANGES' TO RPT-N-TEXT
007400         WRITE RPT-PRINT-LINE FROM RPT-NONE-LINE
007410     END-IF.
007420     MOVE 'CHANGES:         ' TO RPT-T-LABEL.
007430     MOVE IG-RULE4-COUNT TO RPT-T-COUNT.
007440     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-LINE.
007450     ADD IG-RULE4-COUNT TO IG-OTHER-COUNT.
007460 5000-EXIT.
007470     EXIT.
007480 5100-CHECK-ONE-CHANGE.
007490     READ PND-FILE NEXT RECORD
007500         AT END
007510             MOVE 'Y' TO IG-PND-EOF-SW
007520             GO TO 5100-EXIT
007530     END-READ.
007540     IF IG-PND-STATUS NOT = '00'
007550         GO TO 9840-PND-IO-ERROR
007560     END-IF.
007570     ADD 1 TO IG-PND-COUNT.
007580     IF (NOT PCH-STAT-PENDING AND NOT PCH-STAT-HELD)
007585         OR PCH-ACT-ENTITLE
007590         GO TO 5100-EXIT
007600     END-IF.
007610     IF PCH-TARGET-ID NOT = IG-LAST-ID
007620         MOVE PCH-TARGET-ID TO IG-LAST-ID
007630         MOVE PCH-TARGET-ID TO OPT-OPERATOR-ID
007640         PERFORM 7000-READ-OPERATOR THRU 7000-EXIT
007650     END-IF.
007660     EVALUATE TRUE
007670         WHEN PCH-ACT-ADD
007680             IF NOT IG-OPER-FOUND
007690                 GO TO 5100-EXIT
007700             END-IF
007710         WHEN PCH-ACT-REACTIVATE
007720             IF IG-OPER-FOUND
007730                 GO TO 5100-EXIT
007740             END-IF
007750         WHEN OTHER
007760             IF IG-OPER-FOUND AND NOT OPT-IS-INACTIVE
007770                 GO TO 5100-EXIT
007780             END-IF
007790     END-EVALUATE.
007800     ADD 1 TO IG-RULE4-COUNT.
007810     MOVE PCH-TARGET-ID  TO IG-KP-ID.
007820     MOVE PCH-SEQUENCE   TO IG-KP-SEQ.
007830     MOVE IG-KEY-PRINT   TO RPT-D-KEY.
007840     EVALUATE TRUE
007850         WHEN PCH-ACT-ADD
007860             MOVE 'ADD'        TO RPT-D-ITEM
007870         WHEN PCH-ACT-CHANGE
007880             MOVE 'CHANGE'     TO RPT-D-ITEM
007890         WHEN PCH-ACT-DEACTIVATE
007900             MOVE 'DEACTIVATE' TO RPT-D-ITEM
007910         WHEN PCH-ACT-REACTIVATE
007920             MOVE 'REACTIVATE' TO RPT-D-ITEM
007930         WHEN PCH-ACT-DELEGATE
007940             MOVE 'DELEGATE'   TO RPT-D-ITEM
007950         WHEN OTHER
007960             MOVE PCH-ACTION   TO RPT-D-ITEM
007970     END-EVALUATE.
007980     PERFORM 8200-SET-STATE THRU 8200-EXIT.
007990     MOVE IG-STATE-TEXT  TO RPT-D-MASTER.
008000     MOVE PCH-REQ-BY     TO RPT-D-OTHER.
008010     MOVE PCH-REQ-DATE   TO IG-NUM-EDIT.
008020     MOVE IG-NUM-EDIT    TO RPT-D-NOTE.
008030     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
008040 5100-EXIT.
008050     EXIT.
008060*                                                               *
008070*    6000-CHECK-SESSIONS - RULE 5.  A SESSION MAY ONLY BELONG   *
008080*    TO AN OPERATOR WHO COULD SIGN ON NOW.                      *
008090*                                                               *
008100 6000-CHECK-SESSIONS.
008110     MOVE 5 TO RPT-S-RULE.
008120     MOVE 'MEDIUM' TO RPT-S-SEVERITY.
008130     MOVE 'SESSON SESSION FOR AN OPERATOR NOT ACTIVE'
008140         TO RPT-S-TITLE.
008150     MOVE 'TERMINAL'     TO RPT-C-KEY.
008160     MOVE 'OPERATOR'     TO RPT-C-ITEM.
008170     MOVE 'ON OPERTOR'   TO RPT-C-MASTER.
008180     MOVE 'SIGNED ON'    TO RPT-C-OTHER.
008190     MOVE 'LAST USED'    TO RPT-C-NOTE.
008200     PERFORM 8000-WRITE-SECTION-HEAD THRU 8000-EXIT.
008210     OPEN INPUT SES-FILE.
008220     EVALUATE IG-SES-STATUS
008230         WHEN '00'
008240             CONTINUE
008250         WHEN '35'
008260             GO TO 6000-TOTAL
008270         WHEN OTHER
008280             GO TO 9850-SES-IO-ERROR
008290     END-EVALUATE.
008300     MOVE 'N' TO IG-SES-EOF-SW.
008310     PERFORM 6100-CHECK-ONE-SESSION THRU 6100-EXIT
008320         UNTIL IG-SES-AT-END.
008330     CLOSE SES-FILE.
008340 6000-TOTAL.
008350     IF IG-RULE5-COUNT = 0
008360         MOVE 'NO SESSIONS FOR INACTIVE OPERATORS' TO RPT-N-TEXT
008370         WRITE RPT-PRINT-LINE FROM RPT-NONE-LINE
008380     END-IF.
008390     MOVE 'SESSIONS:        ' TO RPT-T-LABEL.
008400     MOVE IG-RULE5-COUNT TO RPT-T-COUNT.
008410     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-LINE.
008420     ADD IG-RULE5-COUNT TO IG-OTHER-COUNT.
008430 6000-EXIT.
008440     EXIT.
008450 6100-CHECK-ONE-SESSION.
008460     READ SES-FILE NEXT RECORD
008470         AT END
008480             MOVE 'Y' TO IG-SES-EOF-SW
008490             GO TO 6100-EXIT
008500     END-READ.
008510     IF IG-SES-STATUS NOT = '00'
008520         GO TO 9850-SES-IO-ERROR
008530     END-IF.
008540     ADD 1 TO IG-SES-COUNT.
008550     MOVE SES-OPERATOR-ID TO OPT-OPERATOR-ID.
008560     PERFORM 7000-READ-OPERATOR THRU 7000-EXIT.
008570     IF IG-OPER-FOUND AND OPT-IS-ACTIVE
008580         GO TO 6100-EXIT
008590     END-IF.
008600     ADD 1 TO IG-RULE5-COUNT.
008610     MOVE SES-TERMINAL-ID TO RPT-D-KEY.
008620     MOVE SES-OPERATOR-ID TO RPT-D-ITEM.
008630     PERFORM 8200-SET-STATE THRU 8200-EXIT.
008640     MOVE IG-STATE-TEXT   TO RPT-D-MASTER.
008650     MOVE SES-ON-DATE     TO IG-NUM-EDIT.
008660     MOVE IG-NUM-EDIT     TO RPT-D-OTHER.
008670     MOVE SES-LAST-DATE   TO IG-NUM-EDIT.
008680     MOVE IG-NUM-EDIT     TO RPT-D-NOTE.
008690     PERFORM 8100-WRITE-DETAIL THRU 8100-EXIT.
008700 6100-EXIT.
008710     EXIT.
008720*                                                               *
008730*    7000-READ-OPERATOR - RANDOM READ OF THE MASTER FOR THE ID  *
008740*    IN OPT-OPERATOR-ID; SETS IG-OPER-FOUND.                    *
008750*                                                               *
008760 7000-READ-OPERATOR.
008770     MOVE 'N' TO IG-OPER-FOUND-SW.
008780     READ OPER-FILE.
008790     EVALUATE IG-OPER-STATUS
008800         WHEN '00'
008810             MOVE 'Y' TO IG-OPER-FOUND-SW
008820         WHEN '23'
008830             CONTINUE
008840         WHEN OTHER
008850             GO TO 9800-OPER-IO-ERROR
008860     END-EVALUATE.
008870 7000-EXIT.
008880     EXIT.
008890*                                                               *
008900*    7100-READ-HISTORY - NEXT HISTORY RECORD IN KEY ORDER.      *
008910*                                                               *
008920 7100-READ-HISTORY.
008930     READ HIST-FILE NEXT RECORD
008940         AT END
008950             MOVE 'Y' TO IG-HIST-EOF-SW
008960             GO TO 7100-EXIT
008970     END-READ.
008980     IF IG-HIST-STATUS NOT = '00'
008990         GO TO 9810-HIST-IO-ERROR
009000     END-IF.
009010     ADD 1 TO IG-HIST-COUNT.
009020 7100-EXIT.
009030     EXIT.
009040*                                                               *
009050*    8000-WRITE-SECTION-HEAD - A BLANK LINE, THE RULE'S TITLE   *
009060*    AND THE COLUMN HEADINGS (SET BY THE CALLER).               *
009070*                                                               *
009080 8000-WRITE-SECTION-HEAD.
009090     WRITE RPT-PRINT-LINE FROM RPT-BLANK-LINE.
009100     WRITE RPT-PRINT-LINE FROM RPT-SECTION-HEADING.
009110     WRITE RPT-PRINT-LINE FROM RPT-COLUMN-HEADING.
009120 8000-EXIT.
009130     EXIT.
009140 8100-WRITE-DETAIL.
009150     WRITE RPT-PRINT-LINE FROM RPT-DETAIL-LINE.
009160     IF IG-RPT-STATUS NOT = '00'
009170         GO TO 9830-RPT-IO-ERROR
009180     END-IF.
009190     MOVE SPACES TO RPT-D-ITEM.
009200     MOVE SPACES TO RPT-D-MASTER.
009210     MOVE SPACES TO RPT-D-OTHER.
009220 8100-EXIT.
009230     EXIT.
009240*                                                               *
009250*    8200-SET-STATE - THE MASTER'S STATE FOR THE ID LAST READ   *
009260*    BY 7000 (OR 3100), AS PRINTED.                             *
009270*                                                               *
009280 8200-SET-STATE.
009290     EVALUATE TRUE
009300         WHEN NOT IG-OPER-FOUND
009310             MOVE 'NOT ON FILE' TO IG-STATE-TEXT
009320         WHEN OPT-IS-ACTIVE
009330             MOVE 'ACTIVE'      TO IG-STATE-TEXT
009340         WHEN OPT-IS-INACTIVE
009350             MOVE 'DEACTIVATED' TO IG-STATE-TEXT
009360         WHEN OPT-IS-LOCKED
009370             MOVE 'LOCKED'      TO IG-STATE-TEXT
009380         WHEN OTHER
009390             MOVE SPACES        TO IG-STATE-TEXT
009400             STRING 'FLAG ' OPT-ACTIVE-FLAG DELIMITED BY SIZE
009410                 INTO IG-STATE-TEXT
009420     END-EVALUATE.
009430 8200-EXIT.
009440     EXIT.
009450*                                                               *
009460*    8500-WRITE-SUMMARY - THE EXCEPTION COUNTS BY SEVERITY, AND *
009470*    THE RETURN CODE THEY GIVE THE STEP.                        *
009480*                                                               *
009490 8500-WRITE-SUMMARY.
009500     WRITE RPT-PRINT-LINE FROM RPT-BLANK-LINE.
009510     MOVE 'HIGH EXCEPTIONS: ' TO RPT-T-LABEL.
009520     MOVE IG-HIGH-COUNT TO RPT-T-COUNT.
009530     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-LINE.
009540     MOVE 'OTHER EXCEPTIONS:' TO RPT-T-LABEL.
009550     MOVE IG-OTHER-COUNT TO RPT-T-COUNT.
009560     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-LINE.
009570     EVALUATE TRUE
009580         WHEN IG-HIGH-COUNT > 0
009590             MOVE 8 TO RETURN-CODE
009600         WHEN IG-OTHER-COUNT > 0
009610             MOVE 4 TO RETURN-CODE
009620         WHEN OTHER
009630             MOVE 0 TO RETURN-CODE
009640     END-EVALUATE.
009650 8500-EXIT.
009660     EXIT.
009670 9000-TERMINATE.
009680     DISPLAY 'INTGCOB - BUSINESS DATE ' IG-BUS-DATE.
009690     DISPLAY 'INTGCOB - READ OPERTOR ' IG-OPER-COUNT
009700         ' OPRHST ' IG-HIST-COUNT
009710         ' RPTREQ ' IG-REQ-COUNT
009720         ' PENDCH ' IG-PND-COUNT
009730         ' SESSON ' IG-SES-COUNT.
009740     DISPLAY 'INTGCOB - RULE 1 ' IG-RULE1-COUNT
009750         ' RULE 2 ' IG-RULE2-COUNT
009760         ' RULE 3 ' IG-RULE3-COUNT
009770         ' RULE 4 ' IG-RULE4-COUNT
009780         ' RULE 5 ' IG-RULE5-COUNT.
009790     IF IG-HIGH-COUNT > 0
009800         DISPLAY 'INTGCOB - HIGH SEVERITY EXCEPTIONS - '
009810             'INVESTIGATE BEFORE THE ONLINE DAY, RC 8'
009820     END-IF.
009830 9000-EXIT.
009840     EXIT.
009850*                                                               *
009860*    9100-POST-RUN-CONTROL - RECORD HOW THIS STEP ENDED.  A     *
009870*    RETURN CODE ABOVE 4 IS A FAILURE: THE NEXT STEP WILL NOT   *
009880*    RUN UNTIL THIS ONE IS RERUN CLEAN OR AN ADMIN ACCEPTS      *
009890*    THE FAILURE.  THE HARD STOPS COME THROUGH HERE TOO.        *
009900*                                                               *
009910 9100-POST-RUN-CONTROL.
009920     IF NOT IG-RUN-REGISTERED
009930         GO TO 9100-EXIT
009940     END-IF.
009950     MOVE 'N' TO IG-RUN-REG-SW.
009960     OPEN I-O RUN-FILE.
009970     IF IG-RUNC-STATUS NOT = '00'
009980         GO TO 9950-RUN-IO-ERROR
009990     END-IF.
010000     MOVE IG-BUS-DATE TO RUN-DATE.
010010     MOVE IG-RUN-STEP TO RUN-STEP.
010020     READ RUN-FILE.
010030     IF IG-RUNC-STATUS NOT = '00'
010040         GO TO 9950-RUN-IO-ERROR
010050     END-IF.
010060     IF RETURN-CODE > 4
010070         MOVE 'F' TO RUN-STATUS
010080     ELSE
010090         MOVE 'C' TO RUN-STATUS
010100     END-IF.
010110     MOVE RETURN-CODE TO RUN-RC.
010120     PERFORM 0560-READ-CLOCK THRU 0560-EXIT.
010130     MOVE IG-CLOCK-DATE TO RUN-END-DATE.
010140     MOVE IG-CLOCK-HMS  TO RUN-END-TIME.
010150     MOVE IG-HIGH-COUNT  TO RUN-COUNT (1).
010160     MOVE IG-OTHER-COUNT TO RUN-COUNT (2).
010170     REWRITE KAJCRUN-RECORD.
010180     IF IG-RUNC-STATUS NOT = '00'
010190         GO TO 9950-RUN-IO-ERROR
010200     END-IF.
010210     CLOSE RUN-FILE.
010220 9100-EXIT.
010230     EXIT.
010240*                                                               *
010250*    9800-9850 - HARD STOPS.  NOTHING HAS BEEN CHANGED, SO A    *
010260*    RERUN STARTS CLEAN; THE REPORT FROM THE FAILED RUN IS      *
010270*    INCOMPLETE AND SHOULD NOT BE USED.                         *
010280*                                                               *
010290 9800-OPER-IO-ERROR.
010300     DISPLAY 'INTGCOB - OPERATOR FILE I/O ERROR, STATUS '
010310         IG-OPER-STATUS.
010320     GO TO 9890-HARD-STOP.
010330 9810-HIST-IO-ERROR.
010340     DISPLAY 'INTGCOB - HISTORY FILE I/O ERROR, STATUS '
010350         IG-HIST-STATUS.
010360     GO TO 9890-HARD-STOP.
010370 9820-REQ-IO-ERROR.
010380     DISPLAY 'INTGCOB - REPORT REQUEST FILE I/O ERROR, STATUS '
010390         IG-REQ-STATUS.
010400     GO TO 9890-HARD-STOP.
010410 9830-RPT-IO-ERROR.
010420     DISPLAY 'INTGCOB - REPORT FILE I/O ERROR, STATUS '
010430         IG-RPT-STATUS.
010440     GO TO 9890-HARD-STOP.
010450 9840-PND-IO-ERROR.
010460     DISPLAY 'INTGCOB - PENDING CHANGE FILE I/O ERROR, STATUS '
010470         IG-PND-STATUS.
010480     GO TO 9890-HARD-STOP.
010490 9850-SES-IO-ERROR.
010500     DISPLAY 'INTGCOB - SESSION FILE I/O ERROR, STATUS '
010510         IG-SES-STATUS.
010520     GO TO 9890-HARD-STOP.
010530 9890-HARD-STOP.
010540     MOVE 16 TO RETURN-CODE.
010550     PERFORM 9100-POST-RUN-CONTROL THRU 9100-EXIT.
010560     STOP RUN.
010570*                                                               *
010580*    9950-RUN-IO-ERROR - THE RUN-CONTROL FILE ITSELF FAILED.    *
010590*    THE STEP CANNOT BE LOGGED, SO IT STOPS THE SAME AS ANY     *
010600*    OTHER HARD STOP.                                           *
010610*                                                               *
010620 9950-RUN-IO-ERROR.
010630     DISPLAY 'INTGCOB - RUN CONTROL FILE I/O ERROR, STATUS '
010640         IG-RUNC-STATUS.
010650     MOVE 16 TO RETURN-CODE.
010660     STOP RUN.
