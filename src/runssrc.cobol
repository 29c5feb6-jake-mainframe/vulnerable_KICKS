000010 ID DIVISION.
000020 PROGRAM-ID.    RUNSCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    RUNSCOB - NIGHTLY STREAM STATUS TRANSACTION                *
000090*    MENU OPTION 'RUNS'.  SHOWS THE NIGHTLY BATCH STREAM JOB    *
000100*    BY JOB FROM THE RUNCTL RUN-CONTROL FILE (COPY KAJCRUN) -   *
000110*    STATUS, START AND END TIMES, RETURN CODE AND THE KEY       *
000120*    COUNTS EACH JOB POSTED - FOR THE BUSINESS DATE KEYED IN    *
000130*    BDATE, OR THE DATE THE STREAM LAST OPENED WHEN IT IS LEFT  *
000140*    BLANK.  AN ADMIN (OPTION 'RUNA') MAY ALSO KEY A STEP IN    *
000150*    BSTEP AND AN ACTION IN BACTN:                              *
000160*        R - AUTHORIZE A RERUN OF A STEP THAT ENDED CLEAN       *
000170*        A - ACCEPT A FAILED STEP SO THE STREAM CAN GO ON       *
000180*    THE ACTION IS STAMPED ON THE STEP'S RECORD AND JOURNALLED  *
000190*    TO AUDT UNDER RUNA; EVERYTHING ELSE JOURNALS UNDER RUNS.   *
000200*                                                               *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                               *
000230*    --------   ----  ----------------------------------------- *
000240*    10/15/26   JTM   ORIGINAL                                  *
000242*    10/15/26   JTM   SHOWS STEP 10 JRNLCOB (JOURNAL DETAIL     *
000244*                     LOAD); STEPS LISTED IN RUN ORDER.         *
000246*    10/15/26   JTM   SHOWS STEP 11 FEEDCOB (OPERATOR CHANGE    *
000247*                     FEED FOR THE BADGE OFFICE AND HR).        *
000248*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000249*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000250*                     1070): THE ENTITLEMENT CHECK USES THE     *
000251*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000252*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000253*    10/15/26   JTM   SHOWS STEP 12 DLGXCOB (DELEGATION EXPIRY  *
000254*                     AND REVIEW REPORT).                       *
000255*    10/15/26   JTM   SHOWS STEP 13 INTGCOB (CROSS-FILE         *
000256*                     INTEGRITY AUDIT).                         *
000257 ENVIRONMENT DIVISION.
000260 DATA DIVISION.
000270 WORKING-STORAGE SECTION.
000280 77  RS-AUTH-SW            PIC X(01) VALUE 'N'.
000290     88  RS-IS-AUTHORIZED      VALUE 'Y'.
000300 77  RS-ADMIN-SW           PIC X(01) VALUE 'N'.
000310     88  RS-IS-ADMIN           VALUE 'Y'.
000320 77  RS-OPERATOR-KEY       PIC X(08) VALUE SPACES.
000330 77  RS-RETURN-PGM         PIC X(08) VALUE SPACES.
000340 77  RS-MSG-TEXT           PIC X(79) VALUE SPACES.
000350 77  RS-RESP               PIC S9(8) COMP VALUE 0.
000360 77  RS-TS-RESP            PIC S9(8) COMP VALUE 0.
000370 77  RS-STEP-IX            PIC S9(4) COMP VALUE 0.
000380 77  RS-SHOW-DATE          PIC 9(07) VALUE ZERO.
000390 77  RS-DATE-OUT           PIC 9(06) VALUE ZERO.
000400 77  RS-HH                 PIC S9(4) COMP VALUE 0.
000410 77  RS-MMSS               PIC S9(4) COMP VALUE 0.
000420 77  RS-MM                 PIC S9(4) COMP VALUE 0.
000430*                                                               *
000440*    OPTION/OUTCOME CARRIED INTO THE NEXT JOURNAL RECORD -      *
000450*    8100-WRITE-JOURNAL RESETS BOTH TO THE DEFAULTS (NO OPTION, *
000460*    GRANTED) AFTER EVERY WRITE.  A STEP ACTION (OR AN ATTEMPT  *
000470*    BY A NON-ADMIN) IS JOURNALLED UNDER RUNA.                  *
000480 77  RS-JRN-OPTION         PIC X(04) VALUE SPACES.
000490 77  RS-JRN-OUTCOME        PIC X(01) VALUE 'G'.
000500*                                                               *
000510*    THE STREAM IN RUN ORDER (SEE KAJCRUN) - THE STEP, THE      *
000520*    JOB AND WHETHER IT RUNS AT MONTH END ONLY.                 *
000530*                                                               *
000540 01  RS-STREAM-DATA.
000550     05  FILLER  PIC X(11) VALUE '01BALNCOB N'.
000560     05  FILLER  PIC X(11) VALUE '02AHSTCOB N'.
000570     05  FILLER  PIC X(11) VALUE '03RPTACOB N'.
000580     05  FILLER  PIC X(11) VALUE '04SECRCOB N'.
000590     05  FILLER  PIC X(11) VALUE '05RPTFCOB N'.
000600     05  FILLER  PIC X(11) VALUE '06RECNCOB N'.
000610     05  FILLER  PIC X(11) VALUE '07PRTWCOB N'.
000615     05  FILLER  PIC X(11) VALUE '10JRNLCOB N'.
000617     05  FILLER  PIC X(11) VALUE '11FEEDCOB N'.
000618     05  FILLER  PIC X(11) VALUE '12DLGXCOB N'.
000619     05  FILLER  PIC X(11) VALUE '13INTGCOB N'.
000620     05  FILLER  PIC X(11) VALUE '08AMRPCOB Y'.
000630     05  FILLER  PIC X(11) VALUE '09APRGCOB Y'.
000640 01  RS-STREAM-TABLE REDEFINES RS-STREAM-DATA.
000650     05  RS-ST-ENTRY OCCURS 13 TIMES.
000655         10  RS-ST-STEP        PIC 9(02).
000660         10  RS-ST-JOB         PIC X(08).
000670         10  RS-ST-MONTH-END   PIC X(01).
000680*                                                               *
000690*    THE STEP ACTION AS KEYED, LOW-VALUES CLEARED TO SPACES.    *
000700*                                                               *
000710 01  RS-REQUEST.
000720     05  RS-REQ-DATE       PIC X(06).
000730     05  RS-REQ-DATE-N     REDEFINES RS-REQ-DATE PIC 9(06).
000740     05  RS-REQ-STEP       PIC X(02).
000750     05  RS-REQ-STEP-N     REDEFINES RS-REQ-STEP PIC 9(02).
000760     05  RS-REQ-ACTION     PIC X(01).
000770         88  RS-ACTION-VALID       VALUE 'R' 'A'.
000780*                                                               *
000790*    RUNCTL KEY (BUSINESS DATE + STEP) AND THE DATE SHOWN,      *
000800*    CARRIED ACROSS THE CONVERSATION IN CA-CURSOR-KEY.          *
000810*                                                               *
000820 01  RS-RUN-RIDFLD.
000830     05  RS-RID-DATE       PIC 9(07) VALUE ZERO.
000840     05  RS-RID-STEP       PIC 9(02) VALUE ZERO.
000850 01  RS-CURSOR-SAVE.
000860     05  RS-CS-DATE        PIC 9(07).
000870     05  FILLER            PIC X(01).
000880*                                                               *
000890 01  RS-HEADING-LINE.
000900     05  FILLER            PIC X(37)
000910             VALUE 'ST  JOB      STATUS   START-END      '.
000920     05  FILLER            PIC X(39) VALUE 'RC  R  COUNTS'.
000930 01  RS-HHMM.
000940     05  RS-HM-HH          PIC 9(02).
000950     05  FILLER            PIC X(01) VALUE ':'.
000960     05  RS-HM-MM          PIC 9(02).
000970 01  RS-STEP-LINE.
000980     05  RS-SL-STEP        PIC 9(02).
000990     05  FILLER            PIC X(02) VALUE SPACES.
001000     05  RS-SL-JOB         PIC X(08).
001010     05  FILLER            PIC X(01) VALUE SPACES.
001020     05  RS-SL-STATUS      PIC X(08).
001030     05  FILLER            PIC X(01) VALUE SPACES.
001040     05  RS-SL-START       PIC X(05).
001050     05  FILLER            PIC X(01) VALUE '-'.
001060     05  RS-SL-END         PIC X(05).
001070     05  FILLER            PIC X(02) VALUE SPACES.
001080     05  RS-SL-RC          PIC ZZZ9.
001090     05  FILLER            PIC X(02) VALUE SPACES.
001100     05  RS-SL-RERUN       PIC X(01).
001110     05  FILLER            PIC X(02) VALUE SPACES.
001120     05  RS-SL-LABEL-1     PIC X(08).
001130     05  RS-SL-COUNT-1     PIC ZZZZZZ9.
001140     05  FILLER            PIC X(02) VALUE SPACES.
001150     05  RS-SL-LABEL-2     PIC X(08).
001160     05  RS-SL-COUNT-2     PIC ZZZZZZ9.
001170 01  RS-NOTRUN-LINE.
001180     05  RS-NL-STEP        PIC 9(02).
001190     05  FILLER            PIC X(02) VALUE SPACES.
001200     05  RS-NL-JOB         PIC X(08).
001210     05  FILLER            PIC X(01) VALUE SPACES.
001220     05  RS-NL-TEXT        PIC X(30).
001230     05  FILLER            PIC X(33) VALUE SPACES.
001240*                                                               *
001250*    SESSION WORK FIELDS FOR 1100-CHECK-SESSION - THE IDLE      *
001260*    LIMIT IS MINUTES WITHOUT ACTIVITY BEFORE THE CONVERSATION  *
001270*    IS FORCED BACK THROUGH SGONCOB.                            *
001280 77  RS-SES-KEY            PIC X(04) VALUE SPACES.
001290 77  RS-IDLE-LIMIT         PIC S9(4) COMP VALUE 15.
001300 77  RS-LAST-HH            PIC S9(4) COMP VALUE 0.
001310 77  RS-LAST-MMSS          PIC S9(4) COMP VALUE 0.
001320 77  RS-LAST-MM            PIC S9(4) COMP VALUE 0.
001330 77  RS-CUR-HH             PIC S9(4) COMP VALUE 0.
001340 77  RS-CUR-MMSS           PIC S9(4) COMP VALUE 0.
001350 77  RS-CUR-MM             PIC S9(4) COMP VALUE 0.
001360 77  RS-IDLE-MINS          PIC S9(8) COMP VALUE 0.
001370*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
001380*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
001390 77  RS-ENT-SW             PIC X(01) VALUE 'N'.
001400 77  RS-EFF-AUTH           PIC X(01) VALUE SPACE.
001410 01  RS-ENT-RIDFLD.
001420     05  RS-ENT-OPTION     PIC X(04) VALUE SPACES.
001430     05  RS-ENT-OPID       PIC X(08) VALUE SPACES.
001440*                                                               *
001450*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
001460*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
001470*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001480*    DFHCOMMAREA TO ADDRESS, SO IT MUST NEVER BE WRITTEN (OR    *
001490*    READ) UNTIL EIBCALEN CONFIRMS A COMMAREA WAS PASSED IN.    *
001500*    CA-CURSOR-KEY CARRIES THE BUSINESS DATE ON THE GLASS.      *
001510*                                                               *
001520 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==RS-COMMAREA==.
001530*                                                               *
001540 COPY KAJCOPT.
001550 COPY KAJCENT.
001555 COPY KAJCDLG.
001560 COPY KAJCRUN.
001570 COPY KAJCSES.
001580 COPY KAJCJRN.
001590 COPY TESTMSD.
001600 COPY DFHAID.
001610 LINKAGE SECTION.
001620 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==DFHCOMMAREA==.
001630 PROCEDURE DIVISION.
001640*                                                               *
001650*    0000-MAINLINE                                              *
001660*                                                               *
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001690     MOVE SPACES TO RS-COMMAREA.
001700     IF EIBCALEN NOT = 0
001710         MOVE DFHCOMMAREA TO RS-COMMAREA
001720     END-IF.
001730     IF EIBAID = DFHCLEAR
001740         PERFORM 1150-DROP-SESSION THRU 1150-EXIT
001750         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
001760         EXEC CICS RETURN END-EXEC
001770     END-IF.
001780     PERFORM 1050-CHECK-AUTHORITY THRU 1050-EXIT.
001790     MOVE 'RUNS' TO RS-JRN-OPTION.
001800     IF NOT RS-IS-AUTHORIZED
001810         MOVE 'D' TO RS-JRN-OUTCOME
001820     END-IF.
001830*                                                               *
001840*    FOR THE ENTER KEY THE JOURNAL IS WRITTEN FROM THE          *
001850*    RECEIVE/ACTION LEGS ONCE THE OUTCOME (AND THE OPTION) IS   *
001860*    KNOWN; EVERY OTHER PATH JOURNALS HERE.                     *
001870*                                                               *
001880     IF EIBAID NOT = DFHENTER OR NOT RS-IS-AUTHORIZED
001890         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
001900     END-IF.
001910     IF NOT RS-IS-AUTHORIZED
001920         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO RS-MSG-TEXT
001930         MOVE SPACES TO RUNSMAPO
001940         MOVE RS-MSG-TEXT TO BMSGO
001950         EXEC CICS SEND MAP('RUNSMAP')
001960             MAPSET('TESTMSD')
001970             ERASE
001980         END-EXEC
001990         EXEC CICS RETURN END-EXEC
002000     END-IF.
002010     PERFORM 1100-CHECK-SESSION THRU 1100-EXIT.
002020     IF EIBAID = DFHPF3
002030         IF CA-FROM-PROGRAM OF RS-COMMAREA = SPACES
002040             EXEC CICS RETURN END-EXEC
002050         ELSE
002060*    THE COMMAREA RIDES ALONG ON THE WAY BACK TO THE MENU SO    *
002070*    THE SIGN-ON STATE SURVIVES - WITHOUT IT THE MENU'S SIGN-ON *
002080*    GATE WOULD SEND THE OPERATOR BACK TO THE PASSWORD SCREEN.  *
002090             MOVE CA-FROM-PROGRAM OF RS-COMMAREA
002100                 TO RS-RETURN-PGM
002110             MOVE 'RUNSCOB' TO CA-FROM-PROGRAM OF RS-COMMAREA
002120             EXEC CICS XCTL
002130                 PROGRAM(RS-RETURN-PGM)
002140                 COMMAREA(RS-COMMAREA)
002150                 LENGTH(LENGTH OF RS-COMMAREA)
002160             END-EXEC
002170         END-IF
002180     END-IF.
002190     IF CA-LAST-PGM OF RS-COMMAREA = 'RUNSCOB'
002200         MOVE CA-CURSOR-KEY OF RS-COMMAREA TO RS-CURSOR-SAVE
002210         IF RS-CS-DATE NUMERIC
002220             MOVE RS-CS-DATE TO RS-SHOW-DATE
002230         END-IF
002240     END-IF.
002250     IF EIBAID = DFHENTER
002260         PERFORM 2000-RECEIVE-RUNS-MAP THRU 2000-EXIT
002270     ELSE
002280         MOVE 'INVALID KEY PRESSED - PLEASE RE-ENTER'
002290             TO RS-MSG-TEXT
002300     END-IF.
002310     PERFORM 4000-BUILD-STEP-LINES THRU 4000-EXIT.
002320     PERFORM 5000-SEND-RUNS-MAP THRU 5000-EXIT.
002330     MOVE SPACES       TO RS-CURSOR-SAVE.
002340     MOVE RS-SHOW-DATE TO RS-CS-DATE.
002350     MOVE RS-CURSOR-SAVE TO CA-CURSOR-KEY OF RS-COMMAREA.
002360     MOVE 'RUNSCOB' TO CA-LAST-PGM OF RS-COMMAREA.
002370     EXEC CICS RETURN
002380         TRANSID(EIBTRNID)
002390         COMMAREA(RS-COMMAREA)
002400         LENGTH(LENGTH OF RS-COMMAREA)
002410     END-EXEC.
002420 0000-EXIT.
002430     EXIT.
002440*                                                               *
002450*    1000-INITIALIZE - ESTABLISH CONDITION HANDLING SO AN       *
002460*    UNAVAILABLE FILE REDISPLAYS THE SCREEN INSTEAD OF          *
002470*    ABENDING THE TERMINAL.  PGMIDERR IS TRAPPED FOR THE PF3    *
002480*    XCTL BACK TO THE MENU.                                     *
002490*                                                               *
002500 1000-INITIALIZE.
002510     EXEC CICS HANDLE CONDITION
002520         NOTOPEN    (9200-NOTOPEN-ERROR)
002530         PGMIDERR   (9400-PGMIDERR-ERROR)
002540     END-EXEC.
002550 1000-EXIT.
002560     EXIT.
002570*                                                               *
002580*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
002590*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
002600*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
002610*    ENTITLED TO OPTION 'RUNS' ON THE OPTENT FILE (1060, SEE    *
002620*    KAJCENT).  THE STEP ACTIONS ARE OPTION 'RUNA' ON THE SAME  *
002630*    FILE.  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE       *
002640*    SWITCHES AT 'N'.                                           *
002650*                                                               *
002660 1050-CHECK-AUTHORITY.
002670     MOVE 'N' TO RS-AUTH-SW.
002680     MOVE 'N' TO RS-ADMIN-SW.
002690     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF RS-COMMAREA
002700         GO TO 1050-EXIT
002710     END-IF.
002720     MOVE CA-OPERATOR-ID OF RS-COMMAREA TO RS-OPERATOR-KEY.
002730     EXEC CICS READ
002740         FILE('OPERTOR')
002750         INTO(KAJCOPT-RECORD)
002760         RIDFLD(RS-OPERATOR-KEY)
002770         KEYLENGTH(8)
002780         RESP(RS-RESP)
002790     END-EXEC.
002800     IF RS-RESP NOT = DFHRESP(NORMAL)
002810         GO TO 1050-EXIT
002820     END-IF.
002830     IF NOT OPT-IS-ACTIVE
002840         GO TO 1050-EXIT
002850     END-IF.
002860     MOVE OPT-AUTHORITY TO RS-EFF-AUTH.
002865     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
002870     MOVE 'RUNS' TO RS-ENT-OPTION.
002880     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
002890     MOVE RS-ENT-SW TO RS-AUTH-SW.
002900     MOVE 'RUNA' TO RS-ENT-OPTION.
002910     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
002920     MOVE RS-ENT-SW TO RS-ADMIN-SW.
002930 1050-EXIT.
002940     EXIT.
002950*                                                               *
002960*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
002970*    OPTION RS-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
002980*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
002990*    OPTION'S DEFINITION MUST BE ON FILE AND RS-EFF-AUTH        *
003000*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
003010*    UNAVAILABLE, DENIES.                                       *
003020*                                                               *
003030 1060-CHECK-ENTITLEMENT.
003040     MOVE 'N' TO RS-ENT-SW.
003050     MOVE CA-OPERATOR-ID OF RS-COMMAREA TO RS-ENT-OPID.
003060     EXEC CICS READ
003070         FILE('OPTENT')
003080         INTO(KAJCENT-RECORD)
003090         RIDFLD(RS-ENT-RIDFLD)
003100         KEYLENGTH(12)
003110         RESP(RS-RESP)
003120     END-EXEC.
003130     IF RS-RESP = DFHRESP(NORMAL)
003140         IF ENT-OVR-GRANT
003150             MOVE 'Y' TO RS-ENT-SW
003160             GO TO 1060-EXIT
003170         END-IF
003180         IF ENT-OVR-DENY
003190             GO TO 1060-EXIT
003200         END-IF
003210     END-IF.
003220     MOVE SPACES TO RS-ENT-OPID.
003230     EXEC CICS READ
003240         FILE('OPTENT')
003250         INTO(KAJCENT-RECORD)
003260         RIDFLD(RS-ENT-RIDFLD)
003270         KEYLENGTH(12)
003280         RESP(RS-RESP)
003290     END-EXEC.
003300     IF RS-RESP = DFHRESP(NORMAL)
003310         AND RS-EFF-AUTH NOT < ENT-MIN-AUTH
003320         MOVE 'Y' TO RS-ENT-SW
003330     END-IF.
003340 1060-EXIT.
003341     EXIT.
003342*                                                               *
003343*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
003344*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
003345*    RS-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
003346*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
003347*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
003348*                                                               *
003349 1070-APPLY-DELEGATION.
003350     EXEC CICS READ
003351         FILE('DELEGT')
003352         INTO(KAJCDLG-RECORD)
003353         RIDFLD(RS-OPERATOR-KEY)
003354         KEYLENGTH(8)
003355         RESP(RS-RESP)
003356     END-EXEC.
003357     IF RS-RESP NOT = DFHRESP(NORMAL)
003358         GO TO 1070-EXIT
003359     END-IF.
003360     IF DLG-STAT-ACTIVE
003361         AND DLG-START-DATE NOT > EIBDATE
003362         AND DLG-END-DATE NOT < EIBDATE
003363         AND DLG-AUTHORITY > RS-EFF-AUTH
003364         MOVE DLG-AUTHORITY TO RS-EFF-AUTH
003365     END-IF.
003366 1070-EXIT.
003367     EXIT.
003368*                                                               *
003370*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
003380*    THE TERMINAL'S SESSON RECORD MUST EXIST, CARRY THE         *
003390*    SIGNED-ON ID, AND HAVE BEEN ACTIVE WITHIN THE IDLE LIMIT - *
003400*    OTHERWISE THE CONVERSATION IS FORCED BACK THROUGH THE      *
003410*    SIGN-ON SCREEN.  A GOOD CHECK RE-STAMPS THE LAST-ACTIVITY  *
003420*    TIME; THE RE-STAMP ITSELF IS BEST-EFFORT.                  *
003430*                                                               *
003440 1100-CHECK-SESSION.
003450     MOVE EIBTRMID TO RS-SES-KEY.
003460     EXEC CICS READ
003470         FILE('SESSON')
003480         INTO(KAJCSES-RECORD)
003490         RIDFLD(RS-SES-KEY)
003500         KEYLENGTH(4)
003510         UPDATE
003520         RESP(RS-RESP)
003530     END-EXEC.
003540     IF RS-RESP NOT = DFHRESP(NORMAL)
003550         GO TO 1100-FORCE-SIGNON
003560     END-IF.
003570     IF SES-OPERATOR-ID NOT = CA-OPERATOR-ID OF RS-COMMAREA
003580         EXEC CICS DELETE FILE('SESSON') RESP(RS-RESP) END-EXEC
003590         GO TO 1100-FORCE-SIGNON
003600     END-IF.
003610     IF SES-LAST-DATE NOT = EIBDATE
003620         EXEC CICS DELETE FILE('SESSON') RESP(RS-RESP) END-EXEC
003630         GO TO 1100-FORCE-SIGNON
003640     END-IF.
003650     DIVIDE SES-LAST-TIME BY 10000
003660         GIVING RS-LAST-HH REMAINDER RS-LAST-MMSS.
003670     DIVIDE RS-LAST-MMSS BY 100 GIVING RS-LAST-MM.
003680     DIVIDE EIBTIME BY 10000
003690         GIVING RS-CUR-HH REMAINDER RS-CUR-MMSS.
003700     DIVIDE RS-CUR-MMSS BY 100 GIVING RS-CUR-MM.
003710     COMPUTE RS-IDLE-MINS =
003720         (RS-CUR-HH * 60 + RS-CUR-MM)
003730         - (RS-LAST-HH * 60 + RS-LAST-MM).
003740     IF RS-IDLE-MINS > RS-IDLE-LIMIT
003750         EXEC CICS DELETE FILE('SESSON') RESP(RS-RESP) END-EXEC
003760         GO TO 1100-FORCE-SIGNON
003770     END-IF.
003780     MOVE EIBDATE TO SES-LAST-DATE.
003790     MOVE EIBTIME TO SES-LAST-TIME.
003800     EXEC CICS REWRITE
003810         FILE('SESSON')
003820         FROM(KAJCSES-RECORD)
003830         RESP(RS-RESP)
003840     END-EXEC.
003850     GO TO 1100-EXIT.
003860*    THE SESSION IS GONE (FORCED OFF), STALE, OR NOT THIS       *
003870*    OPERATOR'S - ONLY A FRESH SIGN-ON GETS BACK IN.            *
003880 1100-FORCE-SIGNON.
003890     MOVE SPACE TO CA-SIGNON-FLAG OF RS-COMMAREA.
003900     MOVE 'RUNSCOB' TO CA-FROM-PROGRAM OF RS-COMMAREA.
003910     EXEC CICS XCTL
003920         PROGRAM('SGONCOB')
003930         COMMAREA(RS-COMMAREA)
003940         LENGTH(LENGTH OF RS-COMMAREA)
003950     END-EXEC.
003960 1100-EXIT.
003970     EXIT.
003980*                                                               *
003990*    1150-DROP-SESSION - SIGN-OFF PATHS DELETE THE TERMINAL'S   *
004000*    SESSION RECORD; BEST-EFFORT, THERE MAY NOT BE ONE.         *
004010*                                                               *
004020 1150-DROP-SESSION.
004030     MOVE EIBTRMID TO RS-SES-KEY.
004040     EXEC CICS DELETE
004050         FILE('SESSON')
004060         RIDFLD(RS-SES-KEY)
004070         KEYLENGTH(4)
004080         RESP(RS-RESP)
004090     END-EXEC.
004100 1150-EXIT.
004110     EXIT.
004120*                                                               *
004130*    2000-RECEIVE-RUNS-MAP - THE RECEIVE IS ONLY ISSUED WHEN    *
004140*    THIS PROGRAM'S OWN MAP IS ON THE GLASS (CA-LAST-PGM); ON   *
004150*    ARRIVAL FROM THE MENU THE TASK'S INPUT WAS ALREADY READ    *
004160*    BY KAJCCOB AND A SECOND RECEIVE WOULD HANG THE TERMINAL,   *
004170*    NOT MAPFAIL.  A DATE ALONE CHANGES THE DATE SHOWN; A STEP  *
004180*    OR AN ACTION GOES TO 3000.                                 *
004190*                                                               *
004200 2000-RECEIVE-RUNS-MAP.
004210     IF CA-LAST-PGM OF RS-COMMAREA NOT = 'RUNSCOB'
004220         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004230         MOVE 'KEY A DATE (CYYDDD) FOR ANOTHER NIGHT'
004240             TO RS-MSG-TEXT
004250         GO TO 2000-EXIT
004260     END-IF.
004270     EXEC CICS RECEIVE MAP('RUNSMAP')
004280         MAPSET('TESTMSD')
004290         INTO(RUNSMAPI)
004300         RESP(RS-RESP)
004310     END-EXEC.
004320     EVALUATE RS-RESP
004330         WHEN DFHRESP(NORMAL)
004340             CONTINUE
004350         WHEN DFHRESP(MAPFAIL)
004360             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004370             MOVE 'KEY A DATE (CYYDDD) FOR ANOTHER NIGHT'
004380                 TO RS-MSG-TEXT
004390             GO TO 2000-EXIT
004400         WHEN OTHER
004410             GO TO 9200-NOTOPEN-ERROR
004420     END-EVALUATE.
004430     MOVE BDATEI TO RS-REQ-DATE.
004440     MOVE BSTEPI TO RS-REQ-STEP.
004450     MOVE BACTNI TO RS-REQ-ACTION.
004460     INSPECT RS-REQUEST REPLACING ALL LOW-VALUE BY SPACE.
004470     IF RS-REQ-DATE NOT = SPACES
004480         IF RS-REQ-DATE NOT NUMERIC
004490             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004500             MOVE 'DATE MUST BE SIX DIGITS, CYYDDD' TO RS-MSG-TEXT
004510             GO TO 2000-EXIT
004520         END-IF
004530         MOVE RS-REQ-DATE-N TO RS-SHOW-DATE
004540     END-IF.
004550     IF RS-REQ-STEP = SPACES AND RS-REQ-ACTION = SPACES
004560         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004570         GO TO 2000-EXIT
004580     END-IF.
004590     PERFORM 3000-STEP-ACTION THRU 3000-EXIT.
004600 2000-EXIT.
004610     EXIT.
004620*                                                               *
004630*    3000-STEP-ACTION - ADMIN ONLY (RUNA).  R LETS A STEP THAT  *
004640*    ENDED CLEAN RUN AGAIN FOR THE DATE (THE JOB USES THE       *
004650*    AUTHORIZATION UP WHEN IT STARTS); A MARKS A FAILED STEP    *
004660*    ACCEPTED, WHICH THE NEXT STEP TREATS AS ENDED CLEAN.  A    *
004670*    STEP THAT FAILED NEEDS NO AUTHORIZATION TO BE RERUN.       *
004680*                                                               *
004690 3000-STEP-ACTION.
004700     IF NOT RS-IS-ADMIN
004710         MOVE 'RUNA' TO RS-JRN-OPTION
004720         MOVE 'D'    TO RS-JRN-OUTCOME
004730         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004740         MOVE 'STREAM ACTIONS ARE FOR AN ADMINISTRATOR ONLY'
004750             TO RS-MSG-TEXT
004760         GO TO 3000-EXIT
004770     END-IF.
004780     IF NOT RS-ACTION-VALID
004790         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004800         MOVE 'ACTION MUST BE R (AUTHORIZE RERUN) OR A (ACCEPT)'
004810             TO RS-MSG-TEXT
004820         GO TO 3000-EXIT
004830     END-IF.
004840     IF RS-REQ-STEP NOT NUMERIC
004850         OR RS-REQ-STEP-N < 1 OR RS-REQ-STEP-N > 13
004860         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004870         MOVE 'STEP MUST BE 01 THROUGH 13' TO RS-MSG-TEXT
004880         GO TO 3000-EXIT
004890     END-IF.
004900     IF RS-SHOW-DATE = ZERO
004910         PERFORM 4050-READ-STREAM-DATE THRU 4050-EXIT
004920     END-IF.
004930     MOVE RS-SHOW-DATE  TO RS-RID-DATE.
004940     MOVE RS-REQ-STEP-N TO RS-RID-STEP.
004950     EXEC CICS READ
004960         FILE('RUNCTL')
004970         INTO(KAJCRUN-RECORD)
004980         RIDFLD(RS-RUN-RIDFLD)
004990         KEYLENGTH(9)
005000         UPDATE
005010         RESP(RS-RESP)
005020     END-EXEC.
005030     EVALUATE RS-RESP
005040         WHEN DFHRESP(NORMAL)
005050             CONTINUE
005060         WHEN DFHRESP(NOTFND)
005070             PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
005080             MOVE 'THAT STEP HAS NOT RUN FOR THAT DATE'
005090                 TO RS-MSG-TEXT
005100             GO TO 3000-EXIT
005110         WHEN OTHER
005120             GO TO 9200-NOTOPEN-ERROR
005130     END-EVALUATE.
005140     IF RS-REQ-ACTION = 'R' AND NOT RUN-ENDED-CLEAN
005150         EXEC CICS UNLOCK FILE('RUNCTL') END-EXEC
005160         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
005170         MOVE 'STEP DID NOT END CLEAN - IT MAY BE RERUN AS IT IS'
005180             TO RS-MSG-TEXT
005190         GO TO 3000-EXIT
005200     END-IF.
005210     IF RS-REQ-ACTION = 'R' AND RUN-RERUN-AUTH
005220         EXEC CICS UNLOCK FILE('RUNCTL') END-EXEC
005230         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
005240         MOVE 'A RERUN IS ALREADY AUTHORIZED FOR THAT STEP'
005250             TO RS-MSG-TEXT
005260         GO TO 3000-EXIT
005270     END-IF.
005280     IF RS-REQ-ACTION = 'A' AND NOT RUN-FAILED
005290         EXEC CICS UNLOCK FILE('RUNCTL') END-EXEC
005300         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
005310         MOVE 'ONLY A FAILED STEP CAN BE ACCEPTED' TO RS-MSG-TEXT
005320         GO TO 3000-EXIT
005330     END-IF.
005340     IF RS-REQ-ACTION = 'R'
005350         MOVE 'Y' TO RUN-RERUN-FLAG
005360         MOVE 'RERUN AUTHORIZED - THE JOB MAY RUN AGAIN'
005370             TO RS-MSG-TEXT
005380     ELSE
005390         MOVE 'A' TO RUN-STATUS
005400         MOVE 'FAILURE ACCEPTED - THE NEXT STEP MAY NOW RUN'
005410             TO RS-MSG-TEXT
005420     END-IF.
005430     MOVE CA-OPERATOR-ID OF RS-COMMAREA TO RUN-ACT-BY.
005440     MOVE EIBDATE TO RUN-ACT-DATE.
005450     MOVE EIBTIME TO RUN-ACT-TIME.
005460     EXEC CICS REWRITE
005470         FILE('RUNCTL')
005480         FROM(KAJCRUN-RECORD)
005490         RESP(RS-RESP)
005500     END-EXEC.
005510     IF RS-RESP NOT = DFHRESP(NORMAL)
005520         GO TO 9200-NOTOPEN-ERROR
005530     END-IF.
005540     MOVE 'RUNA' TO RS-JRN-OPTION.
005550     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
005560 3000-EXIT.
005570     EXIT.
005580*                                                               *
005590*    4000-BUILD-STEP-LINES - A HEADING AND ONE LINE PER STEP    *
005600*    FOR THE DATE SHOWN, EACH A DIRECT READ OF ITS RUNCTL       *
005610*    RECORD.  RUNS AFTER EVERY ACTION SO THE LINE JUST TOUCHED  *
005620*    SHOWS ITS NEW STATE.                                       *
005630*                                                               *
005640 4000-BUILD-STEP-LINES.
005650     MOVE SPACES TO RUNSMAPO.
005660     IF RS-SHOW-DATE = ZERO
005670         PERFORM 4050-READ-STREAM-DATE THRU 4050-EXIT
005680     END-IF.
005690     IF RS-SHOW-DATE = ZERO
005700         MOVE 'THE NIGHTLY STREAM HAS NOT BEEN OPENED YET'
005710             TO RUNSMAPT-DATA (1)
005720         GO TO 4000-EXIT
005730     END-IF.
005740     MOVE RS-SHOW-DATE TO RS-DATE-OUT.
005750     MOVE RS-DATE-OUT  TO BDATEO.
005760     MOVE RS-HEADING-LINE TO RUNSMAPT-DATA (1).
005770     PERFORM 4100-BUILD-ONE-STEP THRU 4100-EXIT
005780         VARYING RS-STEP-IX FROM 1 BY 1
005790         UNTIL RS-STEP-IX > 13.
005800 4000-EXIT.
005810     EXIT.
005820*                                                               *
005830*    4050-READ-STREAM-DATE - THE BUSINESS DATE BALNCOB LAST     *
005840*    OPENED, FROM THE STREAM CONTROL RECORD (DATE AND STEP      *
005850*    ZERO).  LEFT AT ZERO WHEN THE STREAM HAS NEVER RUN.        *
005860*                                                               *
005870 4050-READ-STREAM-DATE.
005880     MOVE ZERO TO RS-RID-DATE.
005890     MOVE ZERO TO RS-RID-STEP.
005900     EXEC CICS READ
005910         FILE('RUNCTL')
005920         INTO(KAJCRUN-RECORD)
005930         RIDFLD(RS-RUN-RIDFLD)
005940         KEYLENGTH(9)
005950         RESP(RS-RESP)
005960     END-EXEC.
005970     EVALUATE RS-RESP
005980         WHEN DFHRESP(NORMAL)
005990             MOVE RUN-CTL-BUS-DATE TO RS-SHOW-DATE
006000         WHEN DFHRESP(NOTFND)
006010             CONTINUE
006020         WHEN OTHER
006030             GO TO 9200-NOTOPEN-ERROR
006040     END-EVALUATE.
006050 4050-EXIT.
006060     EXIT.
006070 4100-BUILD-ONE-STEP.
006080     MOVE RS-SHOW-DATE TO RS-RID-DATE.
006090     MOVE RS-ST-STEP (RS-STEP-IX) TO RS-RID-STEP.
006100     EXEC CICS READ
006110         FILE('RUNCTL')
006120         INTO(KAJCRUN-RECORD)
006130         RIDFLD(RS-RUN-RIDFLD)
006140         KEYLENGTH(9)
006150         RESP(RS-RESP)
006160     END-EXEC.
006170     EVALUATE RS-RESP
006180         WHEN DFHRESP(NORMAL)
006190             CONTINUE
006200         WHEN DFHRESP(NOTFND)
006210             MOVE RS-ST-STEP (RS-STEP-IX) TO RS-NL-STEP
006220             MOVE RS-ST-JOB (RS-STEP-IX) TO RS-NL-JOB
006230             IF RS-ST-MONTH-END (RS-STEP-IX) = 'Y'
006240                 MOVE 'NOT RUN (MONTH END ONLY)' TO RS-NL-TEXT
006250             ELSE
006260                 MOVE 'NOT RUN' TO RS-NL-TEXT
006270             END-IF
006280             MOVE RS-NOTRUN-LINE TO RUNSMAPT-DATA (RS-STEP-IX + 1)
006290             GO TO 4100-EXIT
006300         WHEN OTHER
006310             GO TO 9200-NOTOPEN-ERROR
006320     END-EVALUATE.
006330     MOVE RS-ST-STEP (RS-STEP-IX) TO RS-SL-STEP.
006340     MOVE RUN-JOB    TO RS-SL-JOB.
006350     EVALUATE TRUE
006360         WHEN RUN-STARTED
006370             MOVE 'STARTED'  TO RS-SL-STATUS
006380         WHEN RUN-COMPLETE
006390             MOVE 'COMPLETE' TO RS-SL-STATUS
006400         WHEN RUN-FAILED
006410             MOVE 'FAILED'   TO RS-SL-STATUS
006420         WHEN RUN-ACCEPTED
006430             MOVE 'ACCEPTED' TO RS-SL-STATUS
006440         WHEN OTHER
006450             MOVE RUN-STATUS TO RS-SL-STATUS
006460     END-EVALUATE.
006470     DIVIDE RUN-START-TIME BY 10000
006480         GIVING RS-HH REMAINDER RS-MMSS.
006490     DIVIDE RS-MMSS BY 100 GIVING RS-MM.
006500     MOVE RS-HH TO RS-HM-HH.
006510     MOVE RS-MM TO RS-HM-MM.
006520     MOVE RS-HHMM TO RS-SL-START.
006530     IF RUN-STARTED
006540         MOVE SPACES TO RS-SL-END
006550     ELSE
006560         DIVIDE RUN-END-TIME BY 10000
006570             GIVING RS-HH REMAINDER RS-MMSS
006580         DIVIDE RS-MMSS BY 100 GIVING RS-MM
006590         MOVE RS-HH TO RS-HM-HH
006600         MOVE RS-MM TO RS-HM-MM
006610         MOVE RS-HHMM TO RS-SL-END
006620     END-IF.
006630     MOVE RUN-RC TO RS-SL-RC.
006640     IF RUN-RERUN-AUTH
006650         MOVE 'Y' TO RS-SL-RERUN
006660     ELSE
006670         MOVE SPACE TO RS-SL-RERUN
006680     END-IF.
006690     MOVE RUN-COUNT-LABEL (1) TO RS-SL-LABEL-1.
006700     MOVE RUN-COUNT (1)       TO RS-SL-COUNT-1.
006710     MOVE RUN-COUNT-LABEL (2) TO RS-SL-LABEL-2.
006720     MOVE RUN-COUNT (2)       TO RS-SL-COUNT-2.
006730     MOVE RS-STEP-LINE TO RUNSMAPT-DATA (RS-STEP-IX + 1).
006740 4100-EXIT.
006750     EXIT.
006760*                                                               *
006770*    5000-SEND-RUNS-MAP - ALWAYS ERASE; THE STEP LINES WERE     *
006780*    JUST REBUILT AND THE ACTION FIELDS COME BACK EMPTY.        *
006790*                                                               *
006800 5000-SEND-RUNS-MAP.
006810     MOVE RS-MSG-TEXT TO BMSGO.
006820     MOVE SPACES TO RS-MSG-TEXT.
006830     EXEC CICS SEND MAP('RUNSMAP')
006840         MAPSET('TESTMSD')
006850         ERASE
006860     END-EXEC.
006870 5000-EXIT.
006880     EXIT.
006890*                                                               *
006900*    8100-WRITE-JOURNAL - AUDIT RECORD FOR THIS AID KEY,        *
006910*    WRITTEN TO THE EXTRAPARTITION TD QUEUE AUDT SO RPTACOB CAN *
006920*    READ IT OVERNIGHT.                                         *
006930*                                                               *
006940 8100-WRITE-JOURNAL.
006950     MOVE EIBTRNID TO JRN-TRANS-ID.
006960     MOVE EIBAID   TO JRN-AID.
006970     MOVE EIBOPID  TO JRN-OPERATOR-ID.
006980     MOVE CA-OPERATOR-ID OF RS-COMMAREA
006990         TO JRN-USER-ID.
007000     MOVE EIBTRMID TO JRN-TERMINAL-ID.
007010     MOVE EIBDATE  TO JRN-DATE.
007020     MOVE EIBTIME  TO JRN-TIME.
007030     MOVE 'RUNSCOB' TO JRN-PROGRAM-ID.
007040     MOVE RS-JRN-OPTION  TO JRN-OPTION.
007050     MOVE RS-JRN-OUTCOME TO JRN-OUTCOME.
007060*    THE BALANCING SEQUENCE - CONTINUOUS ACROSS THE             *
007070*    CONVERSATION, RESTARTING AT 1 WITH A FRESH ONE (THE        *
007080*    CARRIED FIELD ARRIVES NON-NUMERIC ON A COLD START).        *
007090     IF CA-JRN-SEQ OF RS-COMMAREA NOT NUMERIC
007100         MOVE ZERO TO CA-JRN-SEQ OF RS-COMMAREA
007110     END-IF.
007120     ADD 1 TO CA-JRN-SEQ OF RS-COMMAREA.
007130     MOVE CA-JRN-SEQ OF RS-COMMAREA TO JRN-TASK-SEQ.
007140     EXEC CICS WRITEQ TD
007150         QUEUE('AUDT')
007160         FROM(KAJCJRN-RECORD)
007170         LENGTH(LENGTH OF KAJCJRN-RECORD)
007180         RESP(RS-RESP)
007190     END-EXEC.
007200*                                                               *
007210*    BEST-EFFORT COPY FOR THE SAME-DAY MONITOR (ACTVCOB) - THE  *
007220*    TD QUEUE IS THE JOURNAL OF RECORD, SO A FAILURE HERE IS    *
007230*    ABSORBED RATHER THAN STOPPING THE TRANSACTION.             *
007240*                                                               *
007250     EXEC CICS WRITEQ TS
007260         QUEUE('KAJCJRNL')
007270         FROM(KAJCJRN-RECORD)
007280         LENGTH(LENGTH OF KAJCJRN-RECORD)
007290         AUXILIARY
007300         RESP(RS-TS-RESP)
007310     END-EXEC.
007320     MOVE SPACES TO RS-JRN-OPTION.
007330     MOVE 'G'    TO RS-JRN-OUTCOME.
007340     IF RS-RESP NOT = DFHRESP(NORMAL)
007350         GO TO 9600-AUDITQ-ERROR
007360     END-IF.
007370 8100-EXIT.
007380     EXIT.
007390*                                                               *
007400*    9200/9400/9600 - CONDITION HANDLERS.  EACH SETS A PLAIN-   *
007410*    ENGLISH MESSAGE AND FALLS INTO 9500-ERROR-COMMON TO        *
007420*    REDISPLAY THE SCREEN INSTEAD OF LETTING CICS ABEND THE     *
007430*    TRANSACTION.                                               *
007440*                                                               *
007450 9200-NOTOPEN-ERROR.
007460     MOVE 'RUN CONTROL FILE CURRENTLY UNAVAILABLE'
007470         TO RS-MSG-TEXT.
007480     GO TO 9500-ERROR-COMMON.
007490 9400-PGMIDERR-ERROR.
007500     MOVE 'REQUESTED PROGRAM IS NOT INSTALLED IN THIS REGION'
007510         TO RS-MSG-TEXT.
007520     GO TO 9500-ERROR-COMMON.
007530 9500-ERROR-COMMON.
007540     MOVE SPACES TO RUNSMAPO.
007550     MOVE RS-MSG-TEXT TO BMSGO.
007560     EXEC CICS SEND MAP('RUNSMAP')
007570         MAPSET('TESTMSD')
007580         ERASE
007590     END-EXEC.
007600     MOVE 'RUNSCOB' TO CA-LAST-PGM OF RS-COMMAREA.
007610     EXEC CICS RETURN
007620         TRANSID(EIBTRNID)
007630         COMMAREA(RS-COMMAREA)
007640         LENGTH(LENGTH OF RS-COMMAREA)
007650     END-EXEC.
007660*                                                               *
007670*    9600-AUDITQ-ERROR - THE AUDIT QUEUE (AUDT) GOING NOTOPEN   *
007680*    IS A DIFFERENT PROBLEM THAN THE RUN CONTROL FILE GOING     *
007690*    NOTOPEN - RESP IS CHECKED EXPLICITLY ON THE WRITEQ TD SO   *
007700*    THIS DOESN'T GET LUMPED INTO 9200-NOTOPEN-ERROR'S WORDING. *
007710*                                                               *
007720 9600-AUDITQ-ERROR.
007730     MOVE 'AUDIT QUEUE CURRENTLY UNAVAILABLE' TO RS-MSG-TEXT.
007740     GO TO 9500-ERROR-COMMON.
