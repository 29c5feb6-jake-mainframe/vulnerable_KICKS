000010 ID DIVISION.
000020 PROGRAM-ID.    CRTOCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    CRTOCOB - QUARTERLY ACCESS RECERTIFICATION CYCLE OPEN      *
000090*    OPENS THE CERTIFICATION CYCLE FOR THE CURRENT QUARTER:     *
000100*    ONE WORKSHEET LINE (COPY KAJCCRT) ON THE KEYED CERTFL      *
000110*    FILE FOR EVERY OPERATOR STILL HOLDING ACCESS (ACTIVE OR    *
000120*    LOCKED - A LOCKED ID IS ONE REACTIVATION AWAY FROM         *
000130*    SIGNING ON), CARRYING THE AUTHORITY, LAST SIGN-ON DATE     *
000140*    AND PRINT DESTINATION AS OF THE OPEN.  THE REVIEWER IS     *
000150*    THE OPERATOR'S MANAGER ON THE CORPORATE SECURITY FEED      *
000160*    (EMP-MANAGER-ID, MATCHED ON ID THE SAME WAY RECNCOB        *
000170*    MATCHES IT); NO FEED RECORD, NO MANAGER, OR AN OPERATOR    *
000180*    LISTED AS THEIR OWN MANAGER GOES TO THE UNASSIGNED QUEUE   *
000190*    (BLANK REVIEWER) FOR THE ADMINISTRATORS TO WORK.           *
000200*    THE CYCLE (YYQN) IS POSTED TO PARMFL KEY CERTCYCL SO THE   *
000210*    CERTCOB SCREEN KNOWS WHICH CYCLE IS OPEN, AND THE DUE      *
000220*    DATE IS THE OPEN DATE PLUS PARMFL KEY CERTDAYS.  THE       *
000230*    WORKSHEETS ARE THEN PRINTED ONE REVIEWER TO A PAGE,        *
000240*    STRAIGHT OFF CERTFL IN KEY ORDER.                          *
000250*                                                               *
000260*    RERUN - A LINE ALREADY ON FILE FOR THE CYCLE IS LEFT AS    *
000270*    IT IS (THE DUPLICATE WRITE IS COUNTED AND SKIPPED), SO A   *
000280*    RERUN NEVER WIPES A DECISION ALREADY MADE; THE WORKSHEETS  *
000290*    REPRINT WITH THE DECISIONS SHOWN.  A CYCLE ALREADY CLOSED  *
000300*    BY CRTCCOB (PARMFL KEY CERTCLSD) IS NOT REOPENED, AND NO   *
000302*    NEW CYCLE IS OPENED WHILE THE ONE ON CERTCYCL IS STILL     *
000304*    OPEN - CRTCCOB MUST CLOSE IT FIRST, OR ITS UNDECIDED LINES *
000306*    WOULD NEVER BE DECIDED, ESCALATED OR REPORTED.             *
000310*                                                               *
000320*    MODIFICATION HISTORY                                       *
000330*    DATE       INIT  DESCRIPTION                               *
000340*    --------   ----  ----------------------------------------- *
000350*    10/15/26   JTM   ORIGINAL                                  *
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT EMPL-FILE ASSIGN TO EMPLIN
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT OPER-FILE ASSIGN TO OPERTOR
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS OPT-OPERATOR-ID
000480         FILE STATUS IS CO-OPER-STATUS.
000490     SELECT CERT-FILE ASSIGN TO CERTFL
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CRT-KEY
000530         FILE STATUS IS CO-CERT-STATUS.
000540     SELECT PARM-FILE ASSIGN TO PARMFL
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS PRM-KEY
000580         FILE STATUS IS CO-PARM-STATUS.
000590     SELECT RPT-FILE  ASSIGN TO CRTOUT
000600         ORGANIZATION IS SEQUENTIAL.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  EMPL-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660 COPY KAJCEMP.
000670 FD  OPER-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY KAJCOPT.
000700 FD  CERT-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY KAJCCRT.
000730 FD  PARM-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 COPY KAJCPRM.
000760 FD  RPT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  RPT-PRINT-LINE      PIC X(80).
000800 WORKING-STORAGE SECTION.
000810 77  CO-OPER-STATUS      PIC X(02) VALUE '00'.
000820 77  CO-CERT-STATUS      PIC X(02) VALUE '00'.
000830 77  CO-PARM-STATUS      PIC X(02) VALUE '00'.
000840 77  CO-EMPL-EOF-SW      PIC X(01) VALUE 'N'.
000850     88  CO-EMPL-AT-END      VALUE 'Y'.
000860 77  CO-OPER-EOF-SW      PIC X(01) VALUE 'N'.
000870     88  CO-OPER-AT-END      VALUE 'Y'.
000880 77  CO-CERT-EOF-SW      PIC X(01) VALUE 'N'.
000890     88  CO-CERT-AT-END      VALUE 'Y'.
000900 77  CO-FIRST-SW         PIC X(01) VALUE 'Y'.
000910     88  CO-FIRST-REVIEWER   VALUE 'Y'.
000920 77  CO-EMPL-KEY         PIC X(08) VALUE SPACES.
000930 77  CO-OPER-KEY         PIC X(08) VALUE SPACES.
000940 77  CO-REVIEWER         PIC X(08) VALUE SPACES.
000950 77  CO-PREV-REVIEWER    PIC X(08) VALUE SPACES.
000960*                                                               *
000970*    RUN DATE IN THE CYYDDD FORM THE REST OF THE SYSTEM USES,   *
000980*    SPLIT FOR THE QUARTER AND DUE-DATE ARITHMETIC.             *
000990 77  CO-RUN-DAY          PIC 9(05) VALUE ZERO.
001000 77  CO-RUN-DATE         PIC 9(07) VALUE ZERO.
001010 77  CO-RUN-YY           PIC S9(4) COMP VALUE 0.
001020 77  CO-RUN-DDD          PIC S9(4) COMP VALUE 0.
001030 77  CO-DUE-DDD          PIC S9(4) COMP VALUE 0.
001040 77  CO-DUE-DATE         PIC 9(07) VALUE ZERO.
001050*                                                               *
001060*    DAYS TO ATTEST AND LINES PER PAGE - REFRESHED FROM PARMFL  *
001070*    (KEYS CERTDAYS, PRTLINES) BY 1200; THE VALUES HERE ARE THE *
001080*    FALLBACK WHEN A RECORD IS MISSING.                         *
001090 77  CO-DUE-DAYS         PIC S9(4) COMP VALUE 14.
001100 77  CO-LINES-PER-PAGE   PIC S9(4) COMP VALUE 50.
001110 77  CO-PAGE-LINES       PIC S9(4) COMP VALUE 0.
001120*                                                               *
001130*    THE CYCLE BEING OPENED - YYQN ON THE FILE, YYN ON PARMFL.  *
001140 01  CO-CYCLE-ID.
001150     05  CO-CYC-YY       PIC 9(02).
001160     05  FILLER          PIC X(01) VALUE 'Q'.
001170     05  CO-CYC-QTR      PIC 9(01).
001180 77  CO-CYCLE-YYN        PIC 9(05) VALUE ZERO.
001181*    LAST CYCLE CLOSED (CERTCLSD), AND THE CYCLE STILL OPEN ON  *
001182*    CERTCYCL WHEN THAT IS SOME OTHER UNCLOSED CYCLE (1300).    *
001183 77  CO-CLSD-YYN         PIC 9(05) VALUE ZERO.
001184 01  CO-OPEN-ID.
001185     05  CO-OPN-YY       PIC 9(02).
001186     05  FILLER          PIC X(01) VALUE 'Q'.
001187     05  CO-OPN-QTR      PIC 9(01).
001190 77  CO-READ-COUNT       PIC 9(05) VALUE ZERO.
001200 77  CO-LINE-COUNT       PIC 9(05) VALUE ZERO.
001210 77  CO-DUP-COUNT        PIC 9(05) VALUE ZERO.
001220 77  CO-SKIP-COUNT       PIC 9(05) VALUE ZERO.
001230 77  CO-UNASG-COUNT      PIC 9(05) VALUE ZERO.
001240 77  CO-REVIEWER-COUNT   PIC 9(05) VALUE ZERO.
001250 77  CO-REV-LINES        PIC 9(05) VALUE ZERO.
001260*                                                               *
001270 01  RPT-HEADING-1.
001280     05  FILLER              PIC X(10) VALUE SPACES.
001290     05  FILLER              PIC X(41)
001300         VALUE 'ACCESS RECERTIFICATION WORKSHEET - CYCLE '.
001310     05  RPT-H-CYCLE         PIC X(04).
001320 01  RPT-HEADING-2.
001330     05  FILLER              PIC X(10) VALUE 'REVIEWER '.
001340     05  RPT-H-REVIEWER      PIC X(30).
001350     05  FILLER              PIC X(10) VALUE 'ATTEST BY '.
001360     05  RPT-H-DUE           PIC 9(07).
001370 01  RPT-HEADING-3.
001380     05  FILLER              PIC X(10) VALUE 'OPERATOR'.
001390     05  FILLER              PIC X(22) VALUE 'NAME'.
001400     05  FILLER              PIC X(04) VALUE 'AUTH'.
001410     05  FILLER              PIC X(03) VALUE ' ST'.
001420     05  FILLER              PIC X(09) VALUE ' LAST ON'.
001430     05  FILLER              PIC X(06) VALUE 'DEST'.
001440     05  FILLER              PIC X(08) VALUE 'DECISION'.
001450 01  RPT-DETAIL-LINE.
001460     05  RPT-D-OPERATOR-ID   PIC X(08).
001470     05  FILLER              PIC X(02) VALUE SPACES.
001480     05  RPT-D-NAME          PIC X(20).
001490     05  FILLER              PIC X(03) VALUE SPACES.
001500     05  RPT-D-AUTH          PIC X(01).
001510     05  FILLER              PIC X(03) VALUE SPACES.
001520     05  RPT-D-FLAG          PIC X(01).
001530     05  FILLER              PIC X(02) VALUE SPACES.
001540     05  RPT-D-LAST-ON       PIC 9(07).
001550     05  FILLER              PIC X(02) VALUE SPACES.
001560     05  RPT-D-DEST          PIC X(04).
001570     05  FILLER              PIC X(02) VALUE SPACES.
001580     05  RPT-D-DECISION      PIC X(20).
001590 01  RPT-REVIEWER-TOTAL.
001600     05  FILLER              PIC X(30)
001610         VALUE 'LINES FOR THIS REVIEWER:     '.
001620     05  RPT-R-LINES         PIC ZZ,ZZ9.
001630 01  RPT-SIGNATURE-LINE.
001640     05  FILLER              PIC X(40)
001650         VALUE 'REVIEWER SIGNATURE ____________________'.
001660     05  FILLER              PIC X(20)
001670         VALUE '  DATE ____________'.
001680 01  RPT-TOTAL-HEADING.
001690     05  FILLER              PIC X(10) VALUE SPACES.
001700     05  FILLER              PIC X(41)
001710         VALUE 'ACCESS RECERTIFICATION OPEN - CYCLE      '.
001720     05  RPT-TH-CYCLE        PIC X(04).
001730 01  RPT-TOTAL-1.
001740     05  FILLER              PIC X(30)
001750         VALUE 'WORKSHEET LINES OPENED:      '.
001760     05  RPT-T-LINES         PIC ZZ,ZZ9.
001770 01  RPT-TOTAL-2.
001780     05  FILLER              PIC X(30)
001790         VALUE 'ALREADY OPEN (RERUN):        '.
001800     05  RPT-T-DUPS          PIC ZZ,ZZ9.
001810 01  RPT-TOTAL-3.
001820     05  FILLER              PIC X(30)
001830         VALUE 'UNASSIGNED (NO MANAGER):     '.
001840     05  RPT-T-UNASG         PIC ZZ,ZZ9.
001850 01  RPT-TOTAL-4.
001860     05  FILLER              PIC X(30)
001870         VALUE 'INACTIVE, NOT CERTIFIED:     '.
001880     05  RPT-T-SKIP          PIC ZZ,ZZ9.
001890 01  RPT-TOTAL-5.
001900     05  FILLER              PIC X(30)
001910         VALUE 'REVIEWERS:                   '.
001920     05  RPT-T-REVIEWERS     PIC ZZ,ZZ9.
001930 PROCEDURE DIVISION.
001940*                                                               *
001950*    0000-MAINLINE - BUILD THE CYCLE'S LINES FROM A TWO-FILE    *
001960*    MATCH OF THE OPERATOR MASTER AGAINST THE SECURITY FEED,    *
001970*    THEN PRINT THEM BACK ONE REVIEWER TO A PAGE.               *
001980*                                                               *
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002010     PERFORM 2000-MATCH-ONE-PAIR THRU 2000-EXIT
002020         UNTIL CO-EMPL-AT-END AND CO-OPER-AT-END.
002030     PERFORM 3000-PRINT-WORKSHEETS THRU 3000-EXIT.
002040     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
002050     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002060     STOP RUN.
002070*                                                               *
002080*    1000-INITIALIZE - WORK OUT THE CYCLE FROM THE RUN DATE,    *
002090*    REFUSE A CYCLE ALREADY CLOSED, POST THE OPEN CYCLE TO      *
002100*    PARMFL AND PRIME BOTH MATCH FILES.                         *
002110*                                                               *
002120 1000-INITIALIZE.
002130     OPEN INPUT EMPL-FILE.
002140     OPEN INPUT OPER-FILE.
002150     IF CO-OPER-STATUS NOT = '00'
002160         GO TO 9800-OPER-IO-ERROR
002170     END-IF.
002180     OPEN I-O CERT-FILE.
002190     IF CO-CERT-STATUS = '35'
002200         OPEN OUTPUT CERT-FILE
002210     END-IF.
002220     IF CO-CERT-STATUS NOT = '00'
002230         GO TO 9810-CERT-IO-ERROR
002240     END-IF.
002250     OPEN I-O PARM-FILE.
002260     IF CO-PARM-STATUS NOT = '00'
002270         GO TO 9820-PARM-IO-ERROR
002280     END-IF.
002290     OPEN OUTPUT RPT-FILE.
002300     ACCEPT CO-RUN-DAY FROM DAY.
002310     ADD 100000 CO-RUN-DAY GIVING CO-RUN-DATE.
002320     DIVIDE CO-RUN-DATE BY 1000
002330         GIVING CO-RUN-YY REMAINDER CO-RUN-DDD.
002340     PERFORM 1100-SET-CYCLE THRU 1100-EXIT.
002350     PERFORM 1200-GET-PARAMETERS THRU 1200-EXIT.
002360     PERFORM 1300-CHECK-NOT-CLOSED THRU 1300-EXIT.
002370     PERFORM 1400-POST-OPEN-CYCLE THRU 1400-EXIT.
002380     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
002390     PERFORM 2200-READ-OPERATOR THRU 2200-EXIT.
002400 1000-EXIT.
002410     EXIT.
002420*                                                               *
002430*    1100-SET-CYCLE - CALENDAR QUARTER FROM THE DAY OF THE      *
002440*    YEAR (91/182/274 ARE THE FIRST DAYS OF APRIL, JULY AND     *
002450*    OCTOBER IN A COMMON YEAR - ONE DAY EARLY IN A LEAP YEAR,   *
002460*    WHICH DOES NOT MATTER FOR A JOB RUN AT THE START OF A      *
002470*    QUARTER).                                                  *
002480*                                                               *
002490 1100-SET-CYCLE.
002500     MOVE CO-RUN-YY TO CO-CYC-YY.
002510     EVALUATE TRUE
002520         WHEN CO-RUN-DDD < 91
002530             MOVE 1 TO CO-CYC-QTR
002540         WHEN CO-RUN-DDD < 182
002550             MOVE 2 TO CO-CYC-QTR
002560         WHEN CO-RUN-DDD < 274
002570             MOVE 3 TO CO-CYC-QTR
002580         WHEN OTHER
002590             MOVE 4 TO CO-CYC-QTR
002600     END-EVALUATE.
002610     COMPUTE CO-CYCLE-YYN = CO-CYC-YY * 10 + CO-CYC-QTR.
002620 1100-EXIT.
002630     EXIT.
002640*                                                               *
002650*    1200-GET-PARAMETERS - DAYS TO ATTEST AND LINES PER PAGE.   *
002660*    A MISSING RECORD OR A NONSENSE VALUE LEAVES THE DEFAULT    *
002670*    STANDING.  THE DUE DATE ROLLS INTO THE NEXT YEAR WHEN IT   *
002680*    PASSES DAY 365.                                            *
002690*                                                               *
002700 1200-GET-PARAMETERS.
002710     MOVE 'CERTDAYS' TO PRM-KEY.
002720     READ PARM-FILE.
002730     IF CO-PARM-STATUS = '00'
002740         AND PRM-VALUE > 0 AND PRM-VALUE < 91
002750         MOVE PRM-VALUE TO CO-DUE-DAYS
002760     END-IF.
002770     MOVE 'PRTLINES' TO PRM-KEY.
002780     READ PARM-FILE.
002790     IF CO-PARM-STATUS = '00'
002800         AND PRM-VALUE > 9 AND PRM-VALUE < 100
002810         MOVE PRM-VALUE TO CO-LINES-PER-PAGE
002820     END-IF.
002830     ADD CO-RUN-DDD CO-DUE-DAYS GIVING CO-DUE-DDD.
002840     IF CO-DUE-DDD > 365
002850         COMPUTE CO-DUE-DATE =
002860             CO-RUN-DATE + CO-DUE-DAYS + 1000 - 365
002870     ELSE
002880         ADD CO-RUN-DATE CO-DUE-DAYS GIVING CO-DUE-DATE
002890     END-IF.
002900 1200-EXIT.
002910     EXIT.
002920*                                                               *
002930*    1300-CHECK-NOT-CLOSED - CRTCCOB RECORDS THE LAST CYCLE IT  *
002940*    CLOSED; OPENING IT AGAIN WOULD LET DECISIONS LAND AFTER    *
002950*    THE CLOSE REPORT WAS SIGNED OFF.  A CYCLE STILL OPEN ON    *
002952*    CERTCYCL THAT CRTCCOB HAS NOT CLOSED STOPS THE RUN TOO -   *
002954*    MOVING CERTCOB ON WOULD ORPHAN ITS UNDECIDED LINES.        *
002960*                                                               *
002970 1300-CHECK-NOT-CLOSED.
002980     MOVE 'CERTCLSD' TO PRM-KEY.
002990     READ PARM-FILE.
002995     MOVE ZERO TO CO-CLSD-YYN.
003000     IF CO-PARM-STATUS = '00'
003010         AND PRM-VALUE = CO-CYCLE-YYN
003020         DISPLAY 'CRTOCOB - CYCLE ' CO-CYCLE-ID
003030             ' IS ALREADY CLOSED - NOT REOPENED'
003040         MOVE 8 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003061     IF CO-PARM-STATUS = '00'
003062         MOVE PRM-VALUE TO CO-CLSD-YYN
003063     END-IF.
003064     MOVE 'CERTCYCL' TO PRM-KEY.
003065     READ PARM-FILE.
003066     IF CO-PARM-STATUS = '00'
003067         AND PRM-VALUE NOT = ZERO
003068         AND PRM-VALUE NOT = CO-CYCLE-YYN
003069         AND PRM-VALUE NOT = CO-CLSD-YYN
003070         DIVIDE PRM-VALUE BY 10 GIVING CO-OPN-YY
003071             REMAINDER CO-OPN-QTR
003072         DISPLAY 'CRTOCOB - CYCLE ' CO-OPEN-ID
003073             ' IS STILL OPEN - RUN CRTCCOB FIRST'
003074         MOVE 8 TO RETURN-CODE
003075         STOP RUN
003076     END-IF.
003077 1300-EXIT.
003080     EXIT.
003090*                                                               *
003100*    1400-POST-OPEN-CYCLE - CERTCYCL TELLS THE CERTCOB SCREEN   *
003110*    WHICH CYCLE TO WORK.  THE RECORD IS ADDED IF THE FILE      *
003120*    PREDATES THE KEY.                                          *
003130*                                                               *
003140 1400-POST-OPEN-CYCLE.
003150     MOVE 'CERTCYCL' TO PRM-KEY.
003160     READ PARM-FILE.
003170     EVALUATE CO-PARM-STATUS
003180         WHEN '00'
003190             MOVE CO-CYCLE-YYN TO PRM-VALUE
003200             REWRITE KAJCPRM-RECORD
003210         WHEN '23'
003220             MOVE SPACES TO KAJCPRM-RECORD
003230             MOVE 'CERTCYCL' TO PRM-KEY
003240             MOVE CO-CYCLE-YYN TO PRM-VALUE
003250             MOVE 'RECERT CYCLE OPEN (YYN)' TO PRM-DESC
003260             WRITE KAJCPRM-RECORD
003270         WHEN OTHER
003280             GO TO 9820-PARM-IO-ERROR
003290     END-EVALUATE.
003300     IF CO-PARM-STATUS NOT = '00'
003310         GO TO 9820-PARM-IO-ERROR
003320     END-IF.
003330 1400-EXIT.
003340     EXIT.
003350*                                                               *
003360*    2000-MATCH-ONE-PAIR - ONE STEP OF THE TWO-FILE MATCH. AN   *
003370*    OPERATOR WITH NO FEED RECORD STILL GETS A LINE - IN THE    *
003380*    UNASSIGNED QUEUE; A FEED RECORD WITH NO OPERATOR IS        *
003390*    RECNCOB'S BUSINESS, NOT THIS JOB'S.                        *
003400*                                                               *
003410 2000-MATCH-ONE-PAIR.
003420     IF CO-OPER-KEY < CO-EMPL-KEY
003430         MOVE SPACES TO CO-REVIEWER
003440         PERFORM 2600-WRITE-CERT-LINE THRU 2600-EXIT
003450         PERFORM 2200-READ-OPERATOR THRU 2200-EXIT
003460         GO TO 2000-EXIT
003470     END-IF.
003480     IF CO-OPER-KEY > CO-EMPL-KEY
003490         PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT
003500         GO TO 2000-EXIT
003510     END-IF.
003520     MOVE EMP-MANAGER-ID TO CO-REVIEWER.
003530     IF CO-REVIEWER = LOW-VALUES
003540         OR CO-REVIEWER = OPT-OPERATOR-ID
003550         MOVE SPACES TO CO-REVIEWER
003560     END-IF.
003570     PERFORM 2600-WRITE-CERT-LINE THRU 2600-EXIT.
003580     PERFORM 2100-READ-EMPLOYEE THRU 2100-EXIT.
003590     PERFORM 2200-READ-OPERATOR THRU 2200-EXIT.
003600 2000-EXIT.
003610     EXIT.
003620 2100-READ-EMPLOYEE.
003630     READ EMPL-FILE
003640         AT END
003650             MOVE 'Y' TO CO-EMPL-EOF-SW
003660             MOVE HIGH-VALUES TO CO-EMPL-KEY
003670     END-READ.
003680     IF NOT CO-EMPL-AT-END
003690         MOVE EMP-EMPLOYEE-ID TO CO-EMPL-KEY
003700     END-IF.
003710 2100-EXIT.
003720     EXIT.
003730 2200-READ-OPERATOR.
003740     READ OPER-FILE
003750         AT END
003760             MOVE 'Y' TO CO-OPER-EOF-SW
003770             MOVE HIGH-VALUES TO CO-OPER-KEY
003780     END-READ.
003790     IF NOT CO-OPER-AT-END AND CO-OPER-STATUS NOT = '00'
003800         GO TO 9800-OPER-IO-ERROR
003810     END-IF.
003820     IF NOT CO-OPER-AT-END
003830         MOVE OPT-OPERATOR-ID TO CO-OPER-KEY
003840         ADD 1 TO CO-READ-COUNT
003850     END-IF.
003860 2200-EXIT.
003870     EXIT.
003880*                                                               *
003890*    2600-WRITE-CERT-LINE - ONE WORKSHEET LINE FOR THE CURRENT  *
003900*    OPERATOR UNDER CO-REVIEWER.  AN INACTIVE ID HOLDS NO       *
003910*    ACCESS AND IS NOT CERTIFIED.  A DUPLICATE KEY MEANS THE    *
003920*    LINE WAS OPENED BY AN EARLIER RUN OF THIS CYCLE AND MAY    *
003930*    ALREADY CARRY A DECISION - IT IS LEFT ALONE.               *
003940*                                                               *
003950 2600-WRITE-CERT-LINE.
003960     IF OPT-IS-INACTIVE
003970         ADD 1 TO CO-SKIP-COUNT
003980         GO TO 2600-EXIT
003990     END-IF.
004000     MOVE SPACES TO KAJCCRT-RECORD.
004010     MOVE CO-CYCLE-ID       TO CRT-CYCLE-ID.
004020     MOVE CO-REVIEWER       TO CRT-REVIEWER-ID.
004030     MOVE OPT-OPERATOR-ID   TO CRT-OPERATOR-ID.
004040     MOVE OPT-OPERATOR-NAME TO CRT-OPERATOR-NAME.
004050     MOVE OPT-AUTHORITY     TO CRT-AUTHORITY.
004060     MOVE OPT-ACTIVE-FLAG   TO CRT-ACTIVE-FLAG.
004070     MOVE OPT-LAST-ON-DATE  TO CRT-LAST-ON-DATE.
004080     MOVE OPT-PRINT-DEST    TO CRT-PRINT-DEST.
004090     MOVE CO-RUN-DATE       TO CRT-OPEN-DATE.
004100     MOVE CO-DUE-DATE       TO CRT-DUE-DATE.
004110     MOVE SPACE             TO CRT-DECISION.
004120     MOVE SPACES            TO CRT-DEC-BY.
004130     MOVE ZERO              TO CRT-DEC-DATE.
004140     MOVE ZERO              TO CRT-DEC-TIME.
004150     MOVE ZERO              TO CRT-PCH-SEQ.
004160     WRITE KAJCCRT-RECORD.
004170     EVALUATE CO-CERT-STATUS
004180         WHEN '00'
004190             ADD 1 TO CO-LINE-COUNT
004200             IF CO-REVIEWER = SPACES
004210                 ADD 1 TO CO-UNASG-COUNT
004220             END-IF
004230         WHEN '22'
004240             ADD 1 TO CO-DUP-COUNT
004250         WHEN OTHER
004260             GO TO 9810-CERT-IO-ERROR
004270     END-EVALUATE.
004280 2600-EXIT.
004290     EXIT.
004300*                                                               *
004310*    3000-PRINT-WORKSHEETS - READ THE CYCLE BACK IN KEY ORDER   *
004320*    (REVIEWER, THEN OPERATOR) AND PRINT ONE WORKSHEET PER      *
004330*    REVIEWER, EACH STARTING ON A NEW PAGE.                     *
004340*                                                               *
004350 3000-PRINT-WORKSHEETS.
004360     CLOSE CERT-FILE.
004370     OPEN INPUT CERT-FILE.
004380     IF CO-CERT-STATUS NOT = '00'
004390         GO TO 9810-CERT-IO-ERROR
004400     END-IF.
004410     MOVE CO-CYCLE-ID TO CRT-CYCLE-ID.
004420     MOVE LOW-VALUES  TO CRT-REVIEWER-ID.
004430     MOVE LOW-VALUES  TO CRT-OPERATOR-ID.
004440     START CERT-FILE KEY IS NOT LESS THAN CRT-KEY.
004450     IF CO-CERT-STATUS = '23'
004460         GO TO 3000-EXIT
004470     END-IF.
004480     IF CO-CERT-STATUS NOT = '00'
004490         GO TO 9810-CERT-IO-ERROR
004500     END-IF.
004510     PERFORM 3100-READ-NEXT-LINE THRU 3100-EXIT.
004520     PERFORM 3200-PRINT-ONE-LINE THRU 3200-EXIT
004530         UNTIL CO-CERT-AT-END.
004540     IF NOT CO-FIRST-REVIEWER
004550         PERFORM 3400-END-REVIEWER THRU 3400-EXIT
004560     END-IF.
004570 3000-EXIT.
004580     EXIT.
004590*                                                               *
004600*    3100-READ-NEXT-LINE - THE NEXT LINE OF THIS CYCLE; THE     *
004610*    FIRST KEY OF ANOTHER CYCLE ENDS THE PASS.                  *
004620*                                                               *
004630 3100-READ-NEXT-LINE.
004640     READ CERT-FILE NEXT RECORD
004650         AT END
004660             MOVE 'Y' TO CO-CERT-EOF-SW
004670             GO TO 3100-EXIT
004680     END-READ.
004690     IF CO-CERT-STATUS NOT = '00'
004700         GO TO 9810-CERT-IO-ERROR
004710     END-IF.
004720     IF CRT-CYCLE-ID NOT = CO-CYCLE-ID
004730         MOVE 'Y' TO CO-CERT-EOF-SW
004740     END-IF.
004750 3100-EXIT.
004760     EXIT.
004770*                                                               *
004780*    3200-PRINT-ONE-LINE - A CHANGE OF REVIEWER CLOSES THE      *
004790*    WORKSHEET IN PROGRESS AND STARTS THE NEXT ONE; A FULL      *
004800*    PAGE REPEATS THE HEADINGS.                                 *
004810*                                                               *
004820 3200-PRINT-ONE-LINE.
004830     IF CO-FIRST-REVIEWER
004840         OR CRT-REVIEWER-ID NOT = CO-PREV-REVIEWER
004850         IF NOT CO-FIRST-REVIEWER
004860             PERFORM 3400-END-REVIEWER THRU 3400-EXIT
004870         END-IF
004880         PERFORM 3300-START-REVIEWER THRU 3300-EXIT
004890     END-IF.
004900     IF CO-PAGE-LINES NOT < CO-LINES-PER-PAGE
004910         PERFORM 3350-PRINT-HEADINGS THRU 3350-EXIT
004920     END-IF.
004930     MOVE CRT-OPERATOR-ID   TO RPT-D-OPERATOR-ID.
004940     MOVE CRT-OPERATOR-NAME TO RPT-D-NAME.
004950     MOVE CRT-AUTHORITY     TO RPT-D-AUTH.
004960     MOVE CRT-ACTIVE-FLAG   TO RPT-D-FLAG.
004970     MOVE CRT-LAST-ON-DATE  TO RPT-D-LAST-ON.
004980     MOVE CRT-PRINT-DEST    TO RPT-D-DEST.
004990     EVALUATE TRUE
005000         WHEN CRT-DEC-KEEP
005010             MOVE 'KEPT' TO RPT-D-DECISION
005020         WHEN CRT-DEC-REVOKE
005030             MOVE 'REVOKED' TO RPT-D-DECISION
005040         WHEN OTHER
005050             MOVE '[ ] KEEP  [ ] REVOKE' TO RPT-D-DECISION
005060     END-EVALUATE.
005070     WRITE RPT-PRINT-LINE FROM RPT-DETAIL-LINE
005080         AFTER ADVANCING 1 LINE.
005090     ADD 1 TO CO-PAGE-LINES.
005100     ADD 1 TO CO-REV-LINES.
005110     PERFORM 3100-READ-NEXT-LINE THRU 3100-EXIT.
005120 3200-EXIT.
005130     EXIT.
005140 3300-START-REVIEWER.
005150     MOVE 'N' TO CO-FIRST-SW.
005160     MOVE CRT-REVIEWER-ID TO CO-PREV-REVIEWER.
005170     MOVE ZERO TO CO-REV-LINES.
005180     ADD 1 TO CO-REVIEWER-COUNT.
005190     PERFORM 3350-PRINT-HEADINGS THRU 3350-EXIT.
005200 3300-EXIT.
005210     EXIT.
005220 3350-PRINT-HEADINGS.
005230     MOVE CO-CYCLE-ID TO RPT-H-CYCLE.
005240     IF CO-PREV-REVIEWER = SPACES
005250         MOVE '(UNASSIGNED - ADMINISTRATORS)' TO RPT-H-REVIEWER
005260     ELSE
005270         MOVE CO-PREV-REVIEWER TO RPT-H-REVIEWER
005280     END-IF.
005290     MOVE CRT-DUE-DATE TO RPT-H-DUE.
005300     WRITE RPT-PRINT-LINE FROM RPT-HEADING-1
005310         AFTER ADVANCING PAGE.
005320     MOVE SPACES TO RPT-PRINT-LINE.
005330     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
005340     WRITE RPT-PRINT-LINE FROM RPT-HEADING-2
005350         AFTER ADVANCING 1 LINE.
005360     MOVE SPACES TO RPT-PRINT-LINE.
005370     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
005380     WRITE RPT-PRINT-LINE FROM RPT-HEADING-3
005390         AFTER ADVANCING 1 LINE.
005400     MOVE ZERO TO CO-PAGE-LINES.
005410 3350-EXIT.
005420     EXIT.
005430*                                                               *
005440*    3400-END-REVIEWER - LINE COUNT AND SIGN-OFF BLOCK UNDER    *
005450*    THE LAST LINE OF A REVIEWER'S WORKSHEET.                   *
005460*                                                               *
005470 3400-END-REVIEWER.
005480     MOVE CO-REV-LINES TO RPT-R-LINES.
005490     MOVE SPACES TO RPT-PRINT-LINE.
005500     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
005510     WRITE RPT-PRINT-LINE FROM RPT-REVIEWER-TOTAL
005520         AFTER ADVANCING 1 LINE.
005530     MOVE SPACES TO RPT-PRINT-LINE.
005540     WRITE RPT-PRINT-LINE AFTER ADVANCING 2 LINES.
005550     WRITE RPT-PRINT-LINE FROM RPT-SIGNATURE-LINE
005560         AFTER ADVANCING 1 LINE.
005570 3400-EXIT.
005580     EXIT.
005590*                                                               *
005600*    4000-PRINT-TOTALS - RUN SUMMARY ON ITS OWN PAGE FOR THE    *
005610*    SECURITY OFFICER.                                          *
005620*                                                               *
005630 4000-PRINT-TOTALS.
005640     MOVE CO-CYCLE-ID TO RPT-TH-CYCLE.
005650     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-HEADING
005660         AFTER ADVANCING PAGE.
005670     MOVE SPACES TO RPT-PRINT-LINE.
005680     WRITE RPT-PRINT-LINE AFTER ADVANCING 1 LINE.
005690     MOVE CO-LINE-COUNT TO RPT-T-LINES.
005700     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-1
005710         AFTER ADVANCING 1 LINE.
005720     MOVE CO-DUP-COUNT TO RPT-T-DUPS.
005730     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-2
005740         AFTER ADVANCING 1 LINE.
005750     MOVE CO-UNASG-COUNT TO RPT-T-UNASG.
005760     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-3
005770         AFTER ADVANCING 1 LINE.
005780     MOVE CO-SKIP-COUNT TO RPT-T-SKIP.
005790     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-4
005800         AFTER ADVANCING 1 LINE.
005810     MOVE CO-REVIEWER-COUNT TO RPT-T-REVIEWERS.
005820     WRITE RPT-PRINT-LINE FROM RPT-TOTAL-5
005830         AFTER ADVANCING 1 LINE.
005840 4000-EXIT.
005850     EXIT.
005860*                                                               *
005870*    9000-TERMINATE                                             *
005880*                                                               *
005890 9000-TERMINATE.
005900     CLOSE EMPL-FILE.
005910     CLOSE OPER-FILE.
005920     CLOSE CERT-FILE.
005930     CLOSE PARM-FILE.
005940     CLOSE RPT-FILE.
005950     DISPLAY 'CRTOCOB - CYCLE ' CO-CYCLE-ID
005960         ' OPENED ' CO-LINE-COUNT
005970         ' ALREADY OPEN ' CO-DUP-COUNT.
005980 9000-EXIT.
005990     EXIT.
006000*                                                               *
006010*    9800 - HARD STOPS.                                         *
006020*                                                               *
006030 9800-OPER-IO-ERROR.
006040     DISPLAY 'CRTOCOB - OPERATOR FILE I/O ERROR, STATUS '
006050         CO-OPER-STATUS.
006060     MOVE 16 TO RETURN-CODE.
006070     STOP RUN.
006080 9810-CERT-IO-ERROR.
006090     DISPLAY 'CRTOCOB - CERTIFICATION FILE I/O ERROR, STATUS '
006100         CO-CERT-STATUS.
006110     MOVE 16 TO RETURN-CODE.
006120     STOP RUN.
006130 9820-PARM-IO-ERROR.
006140     DISPLAY 'CRTOCOB - PARAMETER FILE I/O ERROR, STATUS '
006150         CO-PARM-STATUS.
006160     MOVE 16 TO RETURN-CODE.
006170     STOP RUN.
