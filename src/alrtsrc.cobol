000010 ID DIVISION.
000020 PROGRAM-ID.    ALRTCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    ALRTCOB - SECURITY ALERT CONSOLE TRANSACTION               *
000090*    MENU OPTION 'ALRT'.  LISTS THE OPEN ALERTS ON THE ALERTS   *
000100*    FILE (COPY KAJCALR), NEWEST FIRST, AS RAISED BY THE        *
000110*    ONLINE ALERT CHECK IN SGONCOB (FAILED SIGN-ONS, LOCKOUTS,  *
000120*    SESSION TAKE-OVERS) AND KAJCCOB (DENIED OR UNKNOWN         *
000130*    OPTIONS) WHEN A RUN OF THEM CROSSES ITS PARMFL THRESHOLD.  *
000140*        ENTER - WITH A LINE NUMBER IN WSEL AND A NOTE IN       *
000150*                WNOTE, ACKNOWLEDGE THAT ALERT; WITH NOTHING    *
000160*                KEYED, REFRESH THE LIST FROM THE NEWEST        *
000170*        PF4   - WITH A LINE NUMBER IN WSEL, GO TO THE SESSION  *
000180*                MONITOR (SESSCOB) READY TO FORCE THAT ALERT'S  *
000190*                TERMINAL OFF; PF3 THERE COMES BACK HERE        *
000200*        PF8   - NEXT PAGE OF OPEN ALERTS (WRAPS AT THE END)    *
000210*        PF3   - BACK TO THE MENU                               *
000220*    THE PAGE ON THE GLASS (ITS START KEY, THE NEXT PAGE'S KEY, *
000230*    AND THE ALERT BEHIND EACH LINE) IS HELD IN A ONE-ITEM TS   *
000240*    QUEUE ('ALRT' + TERMINAL ID) BETWEEN KEYS - IT IS TOO BIG  *
000250*    FOR THE COMMAREA - AND DROPPED ON PF3 OR CLEAR.  AN        *
000260*    ACKNOWLEDGED ALERT STAYS ON FILE, MARKED WITH WHO, WHEN    *
000270*    AND THE NOTE, BUT LEAVES THE LIST.  EVERY KEY IS           *
000280*    JOURNALLED TO AUDT UNDER ALRT, AND EACH ACKNOWLEDGEMENT    *
000290*    ADDS A RECORD WITH OUTCOME 'A' (SEE KAJCJRN).              *
000300*                                                               *
000310*    MODIFICATION HISTORY                                       *
000320*    DATE       INIT  DESCRIPTION                               *
000330*    --------   ----  ----------------------------------------- *
000340*    10/15/26   JTM   ORIGINAL                                  *
000341*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000342*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000343*                     1070): THE ENTITLEMENT CHECK USES THE     *
000344*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000345*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000350 ENVIRONMENT DIVISION.
000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000380 77  AR-AUTH-SW            PIC X(01) VALUE 'N'.
000390     88  AR-IS-AUTHORIZED      VALUE 'Y'.
000400 77  AR-OPERATOR-KEY       PIC X(08) VALUE SPACES.
000410 77  AR-RETURN-PGM         PIC X(08) VALUE SPACES.
000420 77  AR-MSG-TEXT           PIC X(79) VALUE SPACES.
000430 77  AR-RESP               PIC S9(8) COMP VALUE 0.
000440 77  AR-TS-RESP            PIC S9(8) COMP VALUE 0.
000450 77  AR-TS-ITEM            PIC S9(4) COMP VALUE 0.
000460 77  AR-TS-LENGTH          PIC S9(4) COMP VALUE 0.
000470 77  AR-LINE-COUNT         PIC S9(4) COMP VALUE 0.
000480 77  AR-SEL-IX             PIC S9(4) COMP VALUE 0.
000490 77  AR-SCAN-COUNT         PIC S9(8) COMP VALUE 0.
000500 77  AR-EDIT-COUNT         PIC ZZZ9.
000510 77  AR-BROWSE-SW          PIC X(01) VALUE 'N'.
000520     88  AR-BROWSE-DONE        VALUE 'Y'.
000530 77  AR-HAVE-SW            PIC X(01) VALUE 'N'.
000540     88  AR-HAVE-PAGE          VALUE 'Y'.
000550 77  AR-OPEN-SW            PIC X(01) VALUE 'N'.
000560     88  AR-BROWSE-OPEN        VALUE 'Y'.
000570 77  AR-SEL-SW             PIC X(01) VALUE 'N'.
000580     88  AR-SEL-GOOD           VALUE 'Y'.
000590 77  AR-MATCH-SW           PIC X(01) VALUE 'N'.
000600     88  AR-IS-OPEN-ALERT      VALUE 'Y'.
000610*    WHY THE LAST BROWSE STOPPED - END OF THE FILE, A FULL      *
000620*    PAGE, OR THE SCAN LIMIT.                                   *
000630 77  AR-STOP-SW            PIC X(01) VALUE SPACE.
000640     88  AR-STOP-END           VALUE 'E'.
000650     88  AR-STOP-FULL          VALUE 'F'.
000660     88  AR-STOP-LIMIT         VALUE 'L'.
000670*                                                               *
000680*    RECORDS READ PER KEY BEFORE A PAGE GIVES UP AND LETS THE   *
000690*    SUPERVISOR DECIDE - ACKNOWLEDGED ALERTS ARE READ PAST.     *
000700*                                                               *
000710 77  AR-SCAN-LIMIT         PIC S9(8) COMP VALUE 500.
000720*                                                               *
000730*    OPTION/OUTCOME CARRIED INTO THE NEXT JOURNAL RECORD -      *
000740*    8100-WRITE-JOURNAL RESETS BOTH TO THE DEFAULTS (NO OPTION, *
000750*    GRANTED) AFTER EVERY WRITE.                                *
000760 77  AR-JRN-OPTION         PIC X(04) VALUE SPACES.
000770 77  AR-JRN-OUTCOME        PIC X(01) VALUE 'G'.
000780*                                                               *
000790*    THE PAGE ON THE GLASS, KEPT BETWEEN KEYS IN THE TS QUEUE   *
000800*    NAMED BELOW.  THE PAGE KEY IS WHERE IT STARTED (AN         *
000810*    ACKNOWLEDGEMENT REBUILDS IT FROM THERE), THE NEXT KEY      *
000820*    WHERE PF8 GOES ON FROM; EACH LINE KEEPS THE KEY, TERMINAL  *
000830*    AND OPERATOR OF THE ALERT IT SHOWS, SO WSEL NEEDS NOTHING  *
000840*    ELSE.                                                      *
000850*                                                               *
000860 01  AR-TSQ-NAME.
000870     05  FILLER            PIC X(04) VALUE 'ALRT'.
000880     05  AR-TSQ-TERM       PIC X(04) VALUE SPACES.
000890 01  AR-PAGE.
000900     05  AR-PG-PAGE-KEY        PIC X(16).
000910     05  AR-PG-NEXT-KEY.
000920         10  AR-PG-NX-DATE     PIC 9(07).
000930         10  AR-PG-NX-TIME     PIC 9(07).
000940         10  AR-PG-NX-SEQ      PIC 9(02).
000950     05  AR-PG-PAGE-NO         PIC 9(04).
000960     05  AR-PG-END-SW          PIC X(01).
000970         88  AR-PG-AT-END          VALUE 'Y'.
000980     05  AR-PG-LINE-COUNT      PIC 9(02).
000990     05  AR-PG-LINE            OCCURS 10 TIMES.
001000         10  AR-PG-ALR-KEY     PIC X(16).
001010         10  AR-PG-TERM        PIC X(04).
001020         10  AR-PG-OPERATOR    PIC X(08).
001030     05  FILLER                PIC X(10).
001040*                                                               *
001050*    THE SELECTION AS KEYED, LOW-VALUES CLEARED TO SPACES.      *
001060*                                                               *
001070 01  AR-REQUEST.
001080     05  AR-REQ-SEL        PIC X(02).
001090     05  AR-REQ-SEL-N      REDEFINES AR-REQ-SEL PIC 9(02).
001100     05  AR-REQ-NOTE       PIC X(40).
001110*                                                               *
001120*    ALERTS BROWSE KEY - SAME SHAPE AS ALR-KEY.                 *
001130*                                                               *
001140 01  AR-ALR-RIDFLD         PIC X(16) VALUE LOW-VALUES.
001150 01  AR-DETAIL-LINE.
001160     05  AR-DL-NO          PIC Z9.
001170     05  FILLER            PIC X(01) VALUE SPACES.
001180     05  AR-DL-DATE        PIC 9(06).
001190     05  FILLER            PIC X(01) VALUE SPACES.
001200     05  AR-DL-TIME        PIC 9(06).
001210     05  FILLER            PIC X(01) VALUE SPACES.
001220     05  AR-DL-TYPE        PIC X(18).
001230     05  FILLER            PIC X(01) VALUE SPACES.
001240     05  AR-DL-SCOPE       PIC X(04).
001250     05  FILLER            PIC X(01) VALUE SPACES.
001260     05  AR-DL-OPERATOR    PIC X(08).
001270     05  FILLER            PIC X(01) VALUE SPACES.
001280     05  AR-DL-TERM        PIC X(04).
001290     05  FILLER            PIC X(01) VALUE SPACES.
001300     05  AR-DL-PRIOR       PIC X(04).
001310     05  FILLER            PIC X(01) VALUE SPACES.
001320     05  AR-DL-COUNT       PIC ZZ9.
001330     05  FILLER            PIC X(04) VALUE ' IN '.
001340     05  AR-DL-WINDOW      PIC ZZ9.
001350     05  FILLER            PIC X(01) VALUE 'M'.
001360     05  FILLER            PIC X(04) VALUE SPACES.
001370*                                                               *
001380*    SESSION WORK FIELDS FOR 1100-CHECK-SESSION - THE IDLE      *
001390*    LIMIT IS MINUTES WITHOUT ACTIVITY BEFORE THE CONVERSATION  *
001400*    IS FORCED BACK THROUGH SGONCOB.                            *
001410 77  AR-SES-KEY            PIC X(04) VALUE SPACES.
001420 77  AR-IDLE-LIMIT         PIC S9(4) COMP VALUE 15.
001430 77  AR-LAST-HH            PIC S9(4) COMP VALUE 0.
001440 77  AR-LAST-MMSS          PIC S9(4) COMP VALUE 0.
001450 77  AR-LAST-MM            PIC S9(4) COMP VALUE 0.
001460 77  AR-CUR-HH             PIC S9(4) COMP VALUE 0.
001470 77  AR-CUR-MMSS           PIC S9(4) COMP VALUE 0.
001480 77  AR-CUR-MM             PIC S9(4) COMP VALUE 0.
001490 77  AR-IDLE-MINS          PIC S9(8) COMP VALUE 0.
001500*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
001510*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
001520 77  AR-ENT-SW             PIC X(01) VALUE 'N'.
001530 77  AR-EFF-AUTH           PIC X(01) VALUE SPACE.
001540 01  AR-ENT-RIDFLD.
001550     05  AR-ENT-OPTION     PIC X(04) VALUE SPACES.
001560     05  AR-ENT-OPID       PIC X(08) VALUE SPACES.
001570*                                                               *
001580*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
001590*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
001600*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001610*    DFHCOMMAREA TO ADDRESS, SO IT MUST NEVER BE WRITTEN (OR    *
001620*    READ) UNTIL EIBCALEN CONFIRMS A COMMAREA WAS PASSED IN.    *
001630*                                                               *
001640 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==AR-COMMAREA==.
001650*                                                               *
001660 COPY KAJCOPT.
001670 COPY KAJCENT.
001675 COPY KAJCDLG.
001680 COPY KAJCALR.
001690 COPY KAJCSES.
001700 COPY KAJCJRN.
001710 COPY TESTMSD.
001720 COPY DFHAID.
001730 LINKAGE SECTION.
001740 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==DFHCOMMAREA==.
001750 PROCEDURE DIVISION.
001760*                                                               *
001770*    0000-MAINLINE                                              *
001780*                                                               *
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     MOVE SPACES TO AR-COMMAREA.
001820     IF EIBCALEN NOT = 0
001830         MOVE DFHCOMMAREA TO AR-COMMAREA
001840     END-IF.
001850     MOVE EIBTRMID TO AR-TSQ-TERM.
001860     IF EIBAID = DFHCLEAR
001870         PERFORM 1150-DROP-SESSION THRU 1150-EXIT
001880         PERFORM 2900-DROP-PAGE THRU 2900-EXIT
001890         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
001900         EXEC CICS RETURN END-EXEC
001910     END-IF.
001920     PERFORM 1050-CHECK-AUTHORITY THRU 1050-EXIT.
001930     MOVE 'ALRT' TO AR-JRN-OPTION.
001940     IF NOT AR-IS-AUTHORIZED
001950         MOVE 'D' TO AR-JRN-OUTCOME
001960     END-IF.
001970     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
001980     IF NOT AR-IS-AUTHORIZED
001990         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO AR-MSG-TEXT
002000         MOVE SPACES TO ALRTMAPO
002010         MOVE AR-MSG-TEXT TO WMSGO
002020         EXEC CICS SEND MAP('ALRTMAP')
002030             MAPSET('TESTMSD')
002040             ERASE
002050         END-EXEC
002060         EXEC CICS RETURN END-EXEC
002070     END-IF.
002080     PERFORM 1100-CHECK-SESSION THRU 1100-EXIT.
002090*                                                               *
002100*    PF3 ARRIVING FROM THE SESSCOB SESSION MONITOR IS A RETURN  *
002110*    TO THE CONSOLE, NOT A REQUEST TO LEAVE IT - THE PAGE HELD  *
002120*    IS REBUILT AND PF3 POINTED BACK AT THE MENU (THE ORIGINAL  *
002130*    CALLER WAS OVERWRITTEN BY THE TRIP, THE SAME TRADE INQRCOB *
002140*    MAKES ON ITS HISTCOB LEG).                                 *
002150*                                                               *
002160     IF EIBAID = DFHPF3
002170         AND CA-FROM-PROGRAM OF AR-COMMAREA NOT = 'SESSCOB'
002180         PERFORM 2900-DROP-PAGE THRU 2900-EXIT
002190         IF CA-FROM-PROGRAM OF AR-COMMAREA = SPACES
002200             EXEC CICS RETURN END-EXEC
002210         ELSE
002220*    THE COMMAREA RIDES ALONG ON THE WAY BACK TO THE MENU SO    *
002230*    THE SIGN-ON STATE SURVIVES - WITHOUT IT THE MENU'S SIGN-ON *
002240*    GATE WOULD SEND THE OPERATOR BACK TO THE PASSWORD SCREEN.  *
002250             MOVE CA-FROM-PROGRAM OF AR-COMMAREA
002260                 TO AR-RETURN-PGM
002270             MOVE 'ALRTCOB' TO CA-FROM-PROGRAM OF AR-COMMAREA
002280             EXEC CICS XCTL
002290                 PROGRAM(AR-RETURN-PGM)
002300                 COMMAREA(AR-COMMAREA)
002310                 LENGTH(LENGTH OF AR-COMMAREA)
002320             END-EXEC
002330         END-IF
002340     END-IF.
002350*                                                               *
002360*    ON ARRIVAL FROM THE MENU ANY PAGE LEFT BY AN EARLIER VISIT *
002370*    IS DROPPED AND THE LIST STARTS FROM THE NEWEST ALERT.      *
002380*                                                               *
002390     MOVE SPACES TO ALRTMAPO.
002400     EVALUATE TRUE
002410         WHEN EIBAID = DFHPF3
002420             MOVE 'KAJCCOB' TO CA-FROM-PROGRAM OF AR-COMMAREA
002430             PERFORM 3100-SHOW-CURRENT-PAGE THRU 3100-EXIT
002440         WHEN CA-LAST-PGM OF AR-COMMAREA NOT = 'ALRTCOB'
002450             PERFORM 2000-FIRST-PAGE THRU 2000-EXIT
002460         WHEN EIBAID = DFHENTER
002470             PERFORM 2100-RECEIVE-ALRT-MAP THRU 2100-EXIT
002480         WHEN EIBAID = DFHPF4
002490             PERFORM 2100-RECEIVE-ALRT-MAP THRU 2100-EXIT
002500         WHEN EIBAID = DFHPF8
002510             PERFORM 3000-NEXT-PAGE THRU 3000-EXIT
002520         WHEN OTHER
002530             PERFORM 3100-SHOW-CURRENT-PAGE THRU 3100-EXIT
002540             MOVE 'INVALID KEY PRESSED - PLEASE RE-ENTER'
002550                 TO AR-MSG-TEXT
002560     END-EVALUATE.
002570     PERFORM 5000-SEND-ALRT-MAP THRU 5000-EXIT.
002580     MOVE 'ALRTCOB' TO CA-LAST-PGM OF AR-COMMAREA.
002590     EXEC CICS RETURN
002600         TRANSID(EIBTRNID)
002610         COMMAREA(AR-COMMAREA)
002620         LENGTH(LENGTH OF AR-COMMAREA)
002630     END-EXEC.
002640 0000-EXIT.
002650     EXIT.
002660*                                                               *
002670*    1000-INITIALIZE - ESTABLISH CONDITION HANDLING SO AN       *
002680*    UNAVAILABLE FILE REDISPLAYS THE SCREEN INSTEAD OF          *
002690*    ABENDING THE TERMINAL.  PGMIDERR IS TRAPPED FOR THE PF3    *
002700*    XCTL BACK TO THE MENU.                                     *
002710*                                                               *
002720 1000-INITIALIZE.
002730     EXEC CICS HANDLE CONDITION
002740         NOTOPEN    (9200-NOTOPEN-ERROR)
002750         PGMIDERR   (9400-PGMIDERR-ERROR)
002760     END-EXEC.
002770 1000-EXIT.
002780     EXIT.
002790*                                                               *
002800*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
002810*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
002820*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
002830*    ENTITLED TO OPTION 'ALRT' ON THE OPTENT FILE (1060, SEE    *
002840*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
002850*    SWITCH AT 'N'.                                             *
002860*                                                               *
002870 1050-CHECK-AUTHORITY.
002880     MOVE 'N' TO AR-AUTH-SW.
002890     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF AR-COMMAREA
002900         GO TO 1050-EXIT
002910     END-IF.
002920     MOVE CA-OPERATOR-ID OF AR-COMMAREA TO AR-OPERATOR-KEY.
002930     EXEC CICS READ
002940         FILE('OPERTOR')
002950         INTO(KAJCOPT-RECORD)
002960         RIDFLD(AR-OPERATOR-KEY)
002970         KEYLENGTH(8)
002980         RESP(AR-RESP)
002990     END-EXEC.
003000     IF AR-RESP NOT = DFHRESP(NORMAL)
003010         GO TO 1050-EXIT
003020     END-IF.
003030     IF NOT OPT-IS-ACTIVE
003040         GO TO 1050-EXIT
003050     END-IF.
003060     MOVE OPT-AUTHORITY TO AR-EFF-AUTH.
003065     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
003070     MOVE 'ALRT' TO AR-ENT-OPTION.
003080     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
003090     MOVE AR-ENT-SW TO AR-AUTH-SW.
003100 1050-EXIT.
003110     EXIT.
003120*                                                               *
003130*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
003140*    OPTION AR-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
003150*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
003160*    OPTION'S DEFINITION MUST BE ON FILE AND AR-EFF-AUTH        *
003170*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
003180*    UNAVAILABLE, DENIES.                                       *
003190*                                                               *
003200 1060-CHECK-ENTITLEMENT.
003210     MOVE 'N' TO AR-ENT-SW.
003220     MOVE CA-OPERATOR-ID OF AR-COMMAREA TO AR-ENT-OPID.
003230     EXEC CICS READ
003240         FILE('OPTENT')
003250         INTO(KAJCENT-RECORD)
003260         RIDFLD(AR-ENT-RIDFLD)
003270         KEYLENGTH(12)
003280         RESP(AR-RESP)
003290     END-EXEC.
003300     IF AR-RESP = DFHRESP(NORMAL)
003310         IF ENT-OVR-GRANT
003320             MOVE 'Y' TO AR-ENT-SW
003330             GO TO 1060-EXIT
003340         END-IF
003350         IF ENT-OVR-DENY
003360             GO TO 1060-EXIT
003370         END-IF
003380     END-IF.
003390     MOVE SPACES TO AR-ENT-OPID.
003400     EXEC CICS READ
003410         FILE('OPTENT')
003420         INTO(KAJCENT-RECORD)
003430         RIDFLD(AR-ENT-RIDFLD)
003440         KEYLENGTH(12)
003450         RESP(AR-RESP)
003460     END-EXEC.
003470     IF AR-RESP = DFHRESP(NORMAL)
003480         AND AR-EFF-AUTH NOT < ENT-MIN-AUTH
003490         MOVE 'Y' TO AR-ENT-SW
003500     END-IF.
003510 1060-EXIT.
003511     EXIT.
003512*                                                               *
003513*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
003514*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
003515*    AR-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
003516*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
003517*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
003518*                                                               *
003519 1070-APPLY-DELEGATION.
003520     EXEC CICS READ
003521         FILE('DELEGT')
003522         INTO(KAJCDLG-RECORD)
003523         RIDFLD(AR-OPERATOR-KEY)
003524         KEYLENGTH(8)
003525         RESP(AR-RESP)
003526     END-EXEC.
003527     IF AR-RESP NOT = DFHRESP(NORMAL)
003528         GO TO 1070-EXIT
003529     END-IF.
003530     IF DLG-STAT-ACTIVE
003531         AND DLG-START-DATE NOT > EIBDATE
003532         AND DLG-END-DATE NOT < EIBDATE
003533         AND DLG-AUTHORITY > AR-EFF-AUTH
003534         MOVE DLG-AUTHORITY TO AR-EFF-AUTH
003535     END-IF.
003536 1070-EXIT.
003537     EXIT.
003538*                                                               *
003540*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
003550*    THE TERMINAL'S SESSON RECORD MUST EXIST, CARRY THE         *
003560*    SIGNED-ON ID, AND HAVE BEEN ACTIVE WITHIN THE IDLE LIMIT - *
003570*    OTHERWISE THE CONVERSATION IS FORCED BACK THROUGH THE      *
003580*    SIGN-ON SCREEN.  A GOOD CHECK RE-STAMPS THE LAST-ACTIVITY  *
003590*    TIME; THE RE-STAMP ITSELF IS BEST-EFFORT.                  *
003600*                                                               *
003610 1100-CHECK-SESSION.
003620     MOVE EIBTRMID TO AR-SES-KEY.
003630     EXEC CICS READ
003640         FILE('SESSON')
003650         INTO(KAJCSES-RECORD)
003660         RIDFLD(AR-SES-KEY)
003670         KEYLENGTH(4)
003680         UPDATE
003690         RESP(AR-RESP)
003700     END-EXEC.
003710     IF AR-RESP NOT = DFHRESP(NORMAL)
003720         GO TO 1100-FORCE-SIGNON
003730     END-IF.
003740     IF SES-OPERATOR-ID NOT = CA-OPERATOR-ID OF AR-COMMAREA
003750         EXEC CICS DELETE FILE('SESSON') RESP(AR-RESP) END-EXEC
003760         GO TO 1100-FORCE-SIGNON
003770     END-IF.
003780     IF SES-LAST-DATE NOT = EIBDATE
003790         EXEC CICS DELETE FILE('SESSON') RESP(AR-RESP) END-EXEC
003800         GO TO 1100-FORCE-SIGNON
003810     END-IF.
003820     DIVIDE SES-LAST-TIME BY 10000
003830         GIVING AR-LAST-HH REMAINDER AR-LAST-MMSS.
003840     DIVIDE AR-LAST-MMSS BY 100 GIVING AR-LAST-MM.
003850     DIVIDE EIBTIME BY 10000
003860         GIVING AR-CUR-HH REMAINDER AR-CUR-MMSS.
003870     DIVIDE AR-CUR-MMSS BY 100 GIVING AR-CUR-MM.
003880     COMPUTE AR-IDLE-MINS =
003890         (AR-CUR-HH * 60 + AR-CUR-MM)
003900         - (AR-LAST-HH * 60 + AR-LAST-MM).
003910     IF AR-IDLE-MINS > AR-IDLE-LIMIT
003920         EXEC CICS DELETE FILE('SESSON') RESP(AR-RESP) END-EXEC
003930         GO TO 1100-FORCE-SIGNON
003940     END-IF.
003950     MOVE EIBDATE TO SES-LAST-DATE.
003960     MOVE EIBTIME TO SES-LAST-TIME.
003970     EXEC CICS REWRITE
003980         FILE('SESSON')
003990         FROM(KAJCSES-RECORD)
004000         RESP(AR-RESP)
004010     END-EXEC.
004020     GO TO 1100-EXIT.
004030*    THE SESSION IS GONE (FORCED OFF), STALE, OR NOT THIS       *
004040*    OPERATOR'S - ONLY A FRESH SIGN-ON GETS BACK IN.            *
004050 1100-FORCE-SIGNON.
004060     MOVE SPACE TO CA-SIGNON-FLAG OF AR-COMMAREA.
004070     MOVE 'ALRTCOB' TO CA-FROM-PROGRAM OF AR-COMMAREA.
004080     EXEC CICS XCTL
004090         PROGRAM('SGONCOB')
004100         COMMAREA(AR-COMMAREA)
004110         LENGTH(LENGTH OF AR-COMMAREA)
004120     END-EXEC.
004130 1100-EXIT.
004140     EXIT.
004150*                                                               *
004160*    1150-DROP-SESSION - SIGN-OFF PATHS DELETE THE TERMINAL'S   *
004170*    SESSION RECORD; BEST-EFFORT, THERE MAY NOT BE ONE.         *
004180*                                                               *
004190 1150-DROP-SESSION.
004200     MOVE EIBTRMID TO AR-SES-KEY.
004210     EXEC CICS DELETE
004220         FILE('SESSON')
004230         RIDFLD(AR-SES-KEY)
004240         KEYLENGTH(4)
004250         RESP(AR-RESP)
004260     END-EXEC.
004270 1150-EXIT.
004280     EXIT.
004290*                                                               *
004300*    2000-FIRST-PAGE - A FRESH LIST FROM THE NEWEST ALERT.  ANY *
004310*    PAGE ALREADY HELD IS REPLACED.                             *
004320*                                                               *
004330 2000-FIRST-PAGE.
004340     MOVE SPACES     TO AR-PAGE.
004350     MOVE LOW-VALUES TO AR-PG-PAGE-KEY.
004360     MOVE ZERO       TO AR-PG-PAGE-NO.
004370     PERFORM 4000-BUILD-PAGE THRU 4000-EXIT.
004380     ADD 1 TO AR-PG-PAGE-NO.
004390     PERFORM 2700-SAVE-PAGE THRU 2700-EXIT.
004400 2000-EXIT.
004410     EXIT.
004420*                                                               *
004430*    2100-RECEIVE-ALRT-MAP - ENTER OR PF4, ONLY REACHED WITH    *
004440*    THIS PROGRAM'S OWN MAP ON THE GLASS (THE MAINLINE SENDS    *
004450*    THE FIRST PAGE ON ARRIVAL, WHERE A RECEIVE WOULD HANG THE  *
004460*    TERMINAL).  NO LINE NUMBER KEYED MEANS A PLAIN REFRESH ON  *
004470*    ENTER AND A PROMPT ON PF4.  A LINE NUMBER IS CHECKED       *
004480*    AGAINST THE PAGE HELD BEFORE 3200 OR 3300 ACTS ON IT.      *
004490*                                                               *
004500 2100-RECEIVE-ALRT-MAP.
004510     EXEC CICS RECEIVE MAP('ALRTMAP')
004520         MAPSET('TESTMSD')
004530         INTO(ALRTMAPI)
004540         RESP(AR-RESP)
004550     END-EXEC.
004560     EVALUATE AR-RESP
004570         WHEN DFHRESP(NORMAL)
004580             MOVE WSELI  TO AR-REQ-SEL
004590             MOVE WNOTEI TO AR-REQ-NOTE
004600         WHEN DFHRESP(MAPFAIL)
004610             MOVE SPACES TO AR-REQUEST
004620         WHEN OTHER
004630             GO TO 9200-NOTOPEN-ERROR
004640     END-EVALUATE.
004650     INSPECT AR-REQUEST REPLACING ALL LOW-VALUE BY SPACE.
004660     MOVE SPACES TO ALRTMAPO.
004670     IF AR-REQ-SEL = SPACES
004680         IF EIBAID = DFHPF4
004690             PERFORM 3100-SHOW-CURRENT-PAGE THRU 3100-EXIT
004700             MOVE 'KEY A LINE NUMBER IN SEL, THEN PRESS PF4'
004710                 TO AR-MSG-TEXT
004720         ELSE
004730             PERFORM 2000-FIRST-PAGE THRU 2000-EXIT
004740             IF AR-MSG-TEXT = SPACES
004750                 MOVE 'ALERT LIST REFRESHED' TO AR-MSG-TEXT
004760             END-IF
004770         END-IF
004780         GO TO 2100-EXIT
004790     END-IF.
004800     PERFORM 2200-CHECK-SELECTION THRU 2200-EXIT.
004810     IF NOT AR-SEL-GOOD
004820         PERFORM 3100-SHOW-CURRENT-PAGE THRU 3100-EXIT
004830         MOVE AR-REQ-SEL  TO WSELO
004840         MOVE AR-REQ-NOTE TO WNOTEO
004850         MOVE 'SEL MUST BE A LINE NUMBER SHOWN ON THIS PAGE'
004860             TO AR-MSG-TEXT
004870         GO TO 2100-EXIT
004880     END-IF.
004890     IF EIBAID = DFHPF4
004900         PERFORM 3300-SHOW-SESSIONS THRU 3300-EXIT
004910     ELSE
004920         PERFORM 3200-ACKNOWLEDGE-ALERT THRU 3200-EXIT
004930     END-IF.
004940 2100-EXIT.
004950     EXIT.
004960*                                                               *
004970*    2200-CHECK-SELECTION - ONE OR TWO DIGITS, EITHER SIDE OF   *
004980*    THE FIELD, NAMING A LINE ON THE PAGE HELD.                 *
004990*                                                               *
005000 2200-CHECK-SELECTION.
005010     MOVE 'N' TO AR-SEL-SW.
005020     IF AR-REQ-SEL (2:1) = SPACE
005030         MOVE AR-REQ-SEL (1:1) TO AR-REQ-SEL (2:1)
005040         MOVE '0'              TO AR-REQ-SEL (1:1)
005050     END-IF.
005060     INSPECT AR-REQ-SEL REPLACING LEADING SPACE BY ZERO.
005070     IF AR-REQ-SEL NOT NUMERIC
005080         GO TO 2200-EXIT
005090     END-IF.
005100     PERFORM 2800-READ-PAGE THRU 2800-EXIT.
005110     IF NOT AR-HAVE-PAGE
005120         GO TO 2200-EXIT
005130     END-IF.
005140     IF AR-REQ-SEL-N < 1 OR AR-REQ-SEL-N > AR-PG-LINE-COUNT
005150         GO TO 2200-EXIT
005160     END-IF.
005170     MOVE AR-REQ-SEL-N TO AR-SEL-IX.
005180     MOVE 'Y' TO AR-SEL-SW.
005190 2200-EXIT.
005200     EXIT.
005210*                                                               *
005220*    2700-SAVE-PAGE - ONE ITEM PER TERMINAL: THE OLD ITEM IS    *
005230*    DELETED (BEST-EFFORT, THERE MAY NOT BE ONE) AND THE PAGE   *
005240*    WRITTEN FRESH.                                             *
005250*                                                               *
005260 2700-SAVE-PAGE.
005270     PERFORM 2900-DROP-PAGE THRU 2900-EXIT.
005280     EXEC CICS WRITEQ TS
005290         QUEUE(AR-TSQ-NAME)
005300         FROM(AR-PAGE)
005310         LENGTH(LENGTH OF AR-PAGE)
005320         RESP(AR-TS-RESP)
005330     END-EXEC.
005340     IF AR-TS-RESP NOT = DFHRESP(NORMAL)
005350         MOVE 'PAGE NOT KEPT - PRESS ENTER TO REFRESH THE LIST'
005360             TO AR-MSG-TEXT
005370     END-IF.
005380 2700-EXIT.
005390     EXIT.
005400*                                                               *
005410*    2800-READ-PAGE - THE PAGE HELD FOR THIS TERMINAL, IF ANY.  *
005420*    NONE (DROPPED, OR NEVER WRITTEN) LEAVES AR-HAVE-SW AT 'N'. *
005430*                                                               *
005440 2800-READ-PAGE.
005450     MOVE 'N' TO AR-HAVE-SW.
005460     MOVE 1 TO AR-TS-ITEM.
005470     MOVE LENGTH OF AR-PAGE TO AR-TS-LENGTH.
005480     EXEC CICS READQ TS
005490         QUEUE(AR-TSQ-NAME)
005500         INTO(AR-PAGE)
005510         LENGTH(AR-TS-LENGTH)
005520         ITEM(AR-TS-ITEM)
005530         RESP(AR-TS-RESP)
005540     END-EXEC.
005550     IF AR-TS-RESP = DFHRESP(NORMAL)
005560         MOVE 'Y' TO AR-HAVE-SW
005570     END-IF.
005580 2800-EXIT.
005590     EXIT.
005600*                                                               *
005610*    2900-DROP-PAGE - BEST-EFFORT; THERE MAY BE NO QUEUE.       *
005620*                                                               *
005630 2900-DROP-PAGE.
005640     EXEC CICS DELETEQ TS
005650         QUEUE(AR-TSQ-NAME)
005660         RESP(AR-TS-RESP)
005670     END-EXEC.
005680 2900-EXIT.
005690     EXIT.
005700*                                                               *
005710*    3000-NEXT-PAGE - PF8.  GOES ON FROM THE NEXT KEY; A LIST   *
005720*    THAT HAS REACHED THE END OF THE FILE WRAPS BACK TO THE     *
005730*    NEWEST ALERT, THE SAME AS JRNSCOB.                         *
005740*                                                               *
005750 3000-NEXT-PAGE.
005760     PERFORM 2800-READ-PAGE THRU 2800-EXIT.
005770     IF NOT AR-HAVE-PAGE
005780         PERFORM 2000-FIRST-PAGE THRU 2000-EXIT
005790         GO TO 3000-EXIT
005800     END-IF.
005810     IF AR-PG-AT-END
005820         MOVE LOW-VALUES     TO AR-PG-PAGE-KEY
005830         MOVE ZERO           TO AR-PG-PAGE-NO
005840     ELSE
005850         MOVE AR-PG-NEXT-KEY TO AR-PG-PAGE-KEY
005860     END-IF.
005870     PERFORM 4000-BUILD-PAGE THRU 4000-EXIT.
005880     ADD 1 TO AR-PG-PAGE-NO.
005890     PERFORM 2700-SAVE-PAGE THRU 2700-EXIT.
005900 3000-EXIT.
005910     EXIT.
005920*                                                               *
005930*    3100-SHOW-CURRENT-PAGE - THE PAGE ALREADY ON THE GLASS,    *
005940*    REBUILT FROM ITS PAGE KEY SO AN ALERT ACKNOWLEDGED SINCE   *
005950*    (HERE OR AT ANOTHER CONSOLE) DROPS OFF.  NO PAGE HELD      *
005960*    STARTS A FRESH LIST.                                       *
005970*                                                               *
005980 3100-SHOW-CURRENT-PAGE.
005990     PERFORM 2800-READ-PAGE THRU 2800-EXIT.
006000     IF NOT AR-HAVE-PAGE
006010         PERFORM 2000-FIRST-PAGE THRU 2000-EXIT
006020         GO TO 3100-EXIT
006030     END-IF.
006040     PERFORM 4000-BUILD-PAGE THRU 4000-EXIT.
006050     PERFORM 2700-SAVE-PAGE THRU 2700-EXIT.
006060 3100-EXIT.
006070     EXIT.
006080*                                                               *
006090*    3200-ACKNOWLEDGE-ALERT - ENTER WITH A LINE NUMBER.  A NOTE *
006100*    IS REQUIRED.  THE ALERT IS RE-READ FOR UPDATE SO ONE       *
006110*    ALREADY ACKNOWLEDGED AT ANOTHER CONSOLE IS NOT STAMPED     *
006120*    TWICE; A GOOD ACKNOWLEDGEMENT IS JOURNALLED UNDER ALRT     *
006130*    WITH OUTCOME 'A' AND THE PAGE REBUILT WITHOUT IT.          *
006140*                                                               *
006150 3200-ACKNOWLEDGE-ALERT.
006160     IF AR-REQ-NOTE = SPACES
006170         PERFORM 3100-SHOW-CURRENT-PAGE THRU 3100-EXIT
006180         MOVE AR-REQ-SEL TO WSELO
006190         MOVE 'KEY A NOTE IN NOTE TO ACKNOWLEDGE THE ALERT'
006200             TO AR-MSG-TEXT
006210         GO TO 3200-EXIT
006220     END-IF.
006230     MOVE AR-PG-ALR-KEY (AR-SEL-IX) TO AR-ALR-RIDFLD.
006240     EXEC CICS READ
006250         FILE('ALERTS')
006260         INTO(KAJCALR-RECORD)
006270         RIDFLD(AR-ALR-RIDFLD)
006280         KEYLENGTH(16)
006290         UPDATE
006300         RESP(AR-RESP)
006310     END-EXEC.
006320     EVALUATE AR-RESP
006330         WHEN DFHRESP(NORMAL)
006340             CONTINUE
006350         WHEN DFHRESP(NOTFND)
006360             PERFORM 3100-SHOW-CURRENT-PAGE THRU 3100-EXIT
006370             MOVE 'THAT ALERT IS NO LONGER ON FILE' TO AR-MSG-TEXT
006380             GO TO 3200-EXIT
006390         WHEN OTHER
006400             GO TO 9200-NOTOPEN-ERROR
006410     END-EVALUATE.
006420     IF NOT ALR-IS-OPEN
006430         EXEC CICS UNLOCK FILE('ALERTS') RESP(AR-RESP) END-EXEC
006440         PERFORM 3100-SHOW-CURRENT-PAGE THRU 3100-EXIT
006450         STRING 'THAT ALERT WAS ALREADY ACKNOWLEDGED BY '
006460                                          DELIMITED BY SIZE
006470                ALR-ACK-BY                DELIMITED BY SIZE
006480             INTO AR-MSG-TEXT
006490         END-STRING
006500         GO TO 3200-EXIT
006510     END-IF.
006520     MOVE 'A'                          TO ALR-STATUS.
006530     MOVE CA-OPERATOR-ID OF AR-COMMAREA TO ALR-ACK-BY.
006540     MOVE EIBDATE                      TO ALR-ACK-DATE.
006550     MOVE EIBTIME                      TO ALR-ACK-TIME.
006560     MOVE AR-REQ-NOTE                  TO ALR-ACK-NOTE.
006570     EXEC CICS REWRITE
006580         FILE('ALERTS')
006590         FROM(KAJCALR-RECORD)
006600         RESP(AR-RESP)
006610     END-EXEC.
006620     IF AR-RESP NOT = DFHRESP(NORMAL)
006630         GO TO 9200-NOTOPEN-ERROR
006640     END-IF.
006650     MOVE 'ALRT' TO AR-JRN-OPTION.
006660     MOVE 'A'    TO AR-JRN-OUTCOME.
006670     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
006680     PERFORM 3100-SHOW-CURRENT-PAGE THRU 3100-EXIT.
006690     IF AR-MSG-TEXT = SPACES
006700         MOVE 'ALERT ACKNOWLEDGED' TO AR-MSG-TEXT
006710     END-IF.
006720 3200-EXIT.
006730     EXIT.
006740*                                                               *
006750*    3300-SHOW-SESSIONS - PF4 WITH A LINE NUMBER: HAND THE      *
006760*    ALERT'S TERMINAL TO THE SESSCOB SESSION MONITOR IN         *
006770*    CA-SELECT-KEY, WHERE PF4 FORCES IT OFF.  THE PAGE HELD IS  *
006780*    KEPT SO PF3 FROM SESSCOB COMES BACK TO IT.                 *
006790*                                                               *
006800 3300-SHOW-SESSIONS.
006810     MOVE AR-PG-TERM (AR-SEL-IX) TO CA-SELECT-KEY OF AR-COMMAREA.
006820     MOVE 'ALRTCOB' TO CA-FROM-PROGRAM OF AR-COMMAREA.
006830     MOVE 'ALRTCOB' TO CA-LAST-PGM OF AR-COMMAREA.
006840     EXEC CICS XCTL
006850         PROGRAM('SESSCOB')
006860         COMMAREA(AR-COMMAREA)
006870         LENGTH(LENGTH OF AR-COMMAREA)
006880     END-EXEC.
006890 3300-EXIT.
006900     EXIT.
006910*                                                               *
006920*    4000-BUILD-PAGE - UP TO TEN OPEN ALERTS FROM THE PAGE KEY. *
006930*    THE NEXT KEY IS ONE PAST THE LAST RECORD READ, SO PF8      *
006940*    NEITHER REPEATS NOR SKIPS AN ALERT WHETHER THE PAGE FILLED *
006950*    OR THE SCAN LIMIT STOPPED IT.                              *
006960*                                                               *
006970 4000-BUILD-PAGE.
006980     MOVE 'Y' TO AR-HAVE-SW.
006990     MOVE 0 TO AR-LINE-COUNT.
007000     MOVE AR-PG-PAGE-KEY TO AR-ALR-RIDFLD.
007010     PERFORM 4100-START-BROWSE THRU 4100-EXIT.
007020     PERFORM 4200-COLLECT-ONE-ALERT THRU 4200-EXIT
007030         UNTIL AR-BROWSE-DONE.
007040     PERFORM 4900-END-BROWSE THRU 4900-EXIT.
007050     MOVE AR-LINE-COUNT TO AR-PG-LINE-COUNT.
007060     IF AR-STOP-END
007070         MOVE 'Y' TO AR-PG-END-SW
007080         MOVE LOW-VALUES TO AR-PG-NEXT-KEY
007090     ELSE
007100         MOVE 'N' TO AR-PG-END-SW
007110         PERFORM 4600-STEP-NEXT-KEY THRU 4600-EXIT
007120     END-IF.
007130     EVALUATE TRUE
007140         WHEN AR-STOP-LIMIT
007150             MOVE AR-SCAN-LIMIT TO AR-EDIT-COUNT
007160             STRING 'NO OPEN ALERTS IN THE NEXT '
007170                                              DELIMITED BY SIZE
007180                    AR-EDIT-COUNT             DELIMITED BY SIZE
007190                    ' RECORDS - PF8 CONTINUES THE LIST'
007200                                              DELIMITED BY SIZE
007210               INTO AR-MSG-TEXT
007220             END-STRING
007230         WHEN AR-STOP-END AND AR-LINE-COUNT = 0
007240             AND AR-PG-PAGE-KEY = LOW-VALUES
007250             MOVE 'NO OPEN ALERTS ON FILE'
007260                 TO ALRTMAPT-DATA (1)
007270         WHEN AR-STOP-END
007280             MOVE 'END OF LIST - PF8 RESTARTS AT THE NEWEST ALERT'
007290                 TO AR-MSG-TEXT
007300     END-EVALUATE.
007310 4000-EXIT.
007320     EXIT.
007330*                                                               *
007340*    4100-START-BROWSE - FROM AR-ALR-RIDFLD.  NOTHING AT OR     *
007350*    PAST THE KEY ENDS THE LIST BEFORE IT STARTS.               *
007360*                                                               *
007370 4100-START-BROWSE.
007380     MOVE 0 TO AR-SCAN-COUNT.
007390     MOVE 'N' TO AR-BROWSE-SW.
007400     MOVE SPACE TO AR-STOP-SW.
007410     EXEC CICS STARTBR
007420         FILE('ALERTS')
007430         RIDFLD(AR-ALR-RIDFLD)
007440         KEYLENGTH(16)
007450         GTEQ
007460         RESP(AR-RESP)
007470     END-EXEC.
007480     EVALUATE AR-RESP
007490         WHEN DFHRESP(NORMAL)
007500             MOVE 'Y' TO AR-OPEN-SW
007510         WHEN DFHRESP(NOTFND)
007520             MOVE 'Y' TO AR-BROWSE-SW
007530             MOVE 'E' TO AR-STOP-SW
007540         WHEN OTHER
007550             GO TO 9200-NOTOPEN-ERROR
007560     END-EVALUATE.
007570 4100-EXIT.
007580     EXIT.
007590 4200-COLLECT-ONE-ALERT.
007600     PERFORM 4300-NEXT-OPEN-ALERT THRU 4300-EXIT.
007610     IF NOT AR-IS-OPEN-ALERT
007620         GO TO 4200-EXIT
007630     END-IF.
007640     ADD 1 TO AR-LINE-COUNT.
007650     PERFORM 4500-FORMAT-ALERT-LINE THRU 4500-EXIT.
007660     MOVE AR-DETAIL-LINE TO ALRTMAPT-DATA (AR-LINE-COUNT).
007670     MOVE ALR-KEY         TO AR-PG-ALR-KEY (AR-LINE-COUNT).
007680     MOVE ALR-TERMINAL-ID TO AR-PG-TERM (AR-LINE-COUNT).
007690     MOVE ALR-OPERATOR-ID TO AR-PG-OPERATOR (AR-LINE-COUNT).
007700     IF AR-LINE-COUNT = 10
007710         MOVE 'Y' TO AR-BROWSE-SW
007720         MOVE 'F' TO AR-STOP-SW
007730     END-IF.
007740 4200-EXIT.
007750     EXIT.
007760*                                                               *
007770*    4300-NEXT-OPEN-ALERT - READ ON UNTIL AN OPEN ALERT, THE    *
007780*    END OF THE FILE, OR AR-SCAN-LIMIT RECORDS READ.            *
007790*                                                               *
007800 4300-NEXT-OPEN-ALERT.
007810     MOVE 'N' TO AR-MATCH-SW.
007820     PERFORM 4400-READ-ONE-ALERT THRU 4400-EXIT
007830         UNTIL AR-IS-OPEN-ALERT OR AR-BROWSE-DONE.
007840 4300-EXIT.
007850     EXIT.
007860 4400-READ-ONE-ALERT.
007870     IF AR-SCAN-COUNT NOT < AR-SCAN-LIMIT
007880         MOVE 'Y' TO AR-BROWSE-SW
007890         MOVE 'L' TO AR-STOP-SW
007900         GO TO 4400-EXIT
007910     END-IF.
007920     EXEC CICS READNEXT
007930         FILE('ALERTS')
007940         INTO(KAJCALR-RECORD)
007950         RIDFLD(AR-ALR-RIDFLD)
007960         KEYLENGTH(16)
007970         RESP(AR-RESP)
007980     END-EXEC.
007990     IF AR-RESP NOT = DFHRESP(NORMAL)
008000         MOVE 'Y' TO AR-BROWSE-SW
008010         MOVE 'E' TO AR-STOP-SW
008020         GO TO 4400-EXIT
008030     END-IF.
008040     ADD 1 TO AR-SCAN-COUNT.
008050     IF ALR-IS-OPEN
008060         MOVE 'Y' TO AR-MATCH-SW
008070     END-IF.
008080 4400-EXIT.
008090     EXIT.
008100*                                                               *
008110*    4500-FORMAT-ALERT-LINE - WHEN IT WAS RAISED (CYYDDD,       *
008120*    HHMMSS), WHAT CROSSED ITS THRESHOLD, WHOSE COUNT (THE      *
008130*    OPERATOR'S, THE TERMINAL'S OR BOTH), AND HOW MANY IN HOW   *
008140*    MANY MINUTES.  A TAKE-OVER ALSO SHOWS THE TERMINAL THE     *
008150*    SESSION WAS TAKEN FROM.                                    *
008160*                                                               *
008170 4500-FORMAT-ALERT-LINE.
008180     MOVE AR-LINE-COUNT   TO AR-DL-NO.
008190     MOVE ALR-DATE        TO AR-DL-DATE.
008200     MOVE ALR-TIME        TO AR-DL-TIME.
008210     EVALUATE TRUE
008220         WHEN ALR-FAILED-SIGNON
008230             MOVE 'FAILED SIGN-ONS'    TO AR-DL-TYPE
008240         WHEN ALR-LOCKOUT
008250             MOVE 'LOCKOUTS'           TO AR-DL-TYPE
008260         WHEN ALR-DENIED-OPTION
008270             MOVE 'DENIED OPTIONS'     TO AR-DL-TYPE
008280         WHEN ALR-TAKE-OVER
008290             MOVE 'SESSION TAKE-OVERS' TO AR-DL-TYPE
008300         WHEN OTHER
008310             MOVE ALR-TYPE             TO AR-DL-TYPE
008320     END-EVALUATE.
008330     EVALUATE TRUE
008340         WHEN ALR-BY-OPERATOR
008350             MOVE 'OPER' TO AR-DL-SCOPE
008360         WHEN ALR-BY-TERMINAL
008370             MOVE 'TERM' TO AR-DL-SCOPE
008380         WHEN OTHER
008390             MOVE 'BOTH' TO AR-DL-SCOPE
008400     END-EVALUATE.
008410     MOVE ALR-OPERATOR-ID TO AR-DL-OPERATOR.
008420     MOVE ALR-TERMINAL-ID TO AR-DL-TERM.
008430     MOVE ALR-PRIOR-TERM  TO AR-DL-PRIOR.
008440     MOVE ALR-COUNT       TO AR-DL-COUNT.
008450     MOVE ALR-WINDOW      TO AR-DL-WINDOW.
008460 4500-EXIT.
008470     EXIT.
008480*                                                               *
008490*    4600-STEP-NEXT-KEY - ONE PAST THE LAST KEY READ.  THE      *
008500*    SEQUENCE ROLLS INTO THE INVERTED TIME, WHICH IS WHAT THE   *
008510*    NEXT KEY IN THE FILE WOULD CARRY.                          *
008520*                                                               *
008530 4600-STEP-NEXT-KEY.
008540     MOVE AR-ALR-RIDFLD TO AR-PG-NEXT-KEY.
008550     IF AR-PG-NX-SEQ < 99
008560         ADD 1 TO AR-PG-NX-SEQ
008570     ELSE
008580         MOVE ZERO TO AR-PG-NX-SEQ
008590         ADD 1 TO AR-PG-NX-TIME
008600     END-IF.
008610 4600-EXIT.
008620     EXIT.
008630 4900-END-BROWSE.
008640     IF AR-BROWSE-OPEN
008650         EXEC CICS ENDBR FILE('ALERTS') END-EXEC
008660         MOVE 'N' TO AR-OPEN-SW
008670     END-IF.
008680 4900-EXIT.
008690     EXIT.
008700*                                                               *
008710*    5000-SEND-ALRT-MAP - ALWAYS ERASE; THE SCREEN WAS JUST     *
008720*    REBUILT INTO THE OUTPUT MAP.                               *
008730*                                                               *
008740 5000-SEND-ALRT-MAP.
008750     IF AR-HAVE-PAGE
008760         MOVE AR-PG-PAGE-NO TO WPAGNO
008770     ELSE
008780         MOVE SPACES TO WPAGNO
008790     END-IF.
008800     IF AR-MSG-TEXT = SPACES
008810         MOVE
008820             'ENTER=ACKNOWLEDGE  PF4=SESSIONS  PF8=NEXT  PF3=MENU'
008830             TO AR-MSG-TEXT
008840     END-IF.
008850     MOVE AR-MSG-TEXT TO WMSGO.
008860     MOVE SPACES TO AR-MSG-TEXT.
008870     EXEC CICS SEND MAP('ALRTMAP')
008880         MAPSET('TESTMSD')
008890         ERASE
008900     END-EXEC.
008910 5000-EXIT.
008920     EXIT.
008930*                                                               *
008940*    8100-WRITE-JOURNAL - AUDIT RECORD FOR THIS AID KEY,        *
008950*    WRITTEN TO THE EXTRAPARTITION TD QUEUE AUDT SO RPTACOB CAN *
008960*    READ IT OVERNIGHT.                                         *
008970*                                                               *
008980 8100-WRITE-JOURNAL.
008990     MOVE EIBTRNID TO JRN-TRANS-ID.
009000     MOVE EIBAID   TO JRN-AID.
009010     MOVE EIBOPID  TO JRN-OPERATOR-ID.
009020     MOVE CA-OPERATOR-ID OF AR-COMMAREA
009030         TO JRN-USER-ID.
009040     MOVE EIBTRMID TO JRN-TERMINAL-ID.
009050     MOVE EIBDATE  TO JRN-DATE.
009060     MOVE EIBTIME  TO JRN-TIME.
009070     MOVE 'ALRTCOB' TO JRN-PROGRAM-ID.
009080     MOVE AR-JRN-OPTION  TO JRN-OPTION.
009090     MOVE AR-JRN-OUTCOME TO JRN-OUTCOME.
009100*    THE BALANCING SEQUENCE - CONTINUOUS ACROSS THE             *
009110*    CONVERSATION, RESTARTING AT 1 WITH A FRESH ONE (THE        *
009120*    CARRIED FIELD ARRIVES NON-NUMERIC ON A COLD START).        *
009130     IF CA-JRN-SEQ OF AR-COMMAREA NOT NUMERIC
009140         MOVE ZERO TO CA-JRN-SEQ OF AR-COMMAREA
009150     END-IF.
009160     ADD 1 TO CA-JRN-SEQ OF AR-COMMAREA.
009170     MOVE CA-JRN-SEQ OF AR-COMMAREA TO JRN-TASK-SEQ.
009180     EXEC CICS WRITEQ TD
009190         QUEUE('AUDT')
009200         FROM(KAJCJRN-RECORD)
009210         LENGTH(LENGTH OF KAJCJRN-RECORD)
009220         RESP(AR-RESP)
009230     END-EXEC.
009240*                                                               *
009250*    BEST-EFFORT COPY FOR THE SAME-DAY MONITOR (ACTVCOB) - THE  *
009260*    TD QUEUE IS THE JOURNAL OF RECORD, SO A FAILURE HERE IS    *
009270*    ABSORBED RATHER THAN STOPPING THE TRANSACTION.             *
009280*                                                               *
009290     EXEC CICS WRITEQ TS
009300         QUEUE('KAJCJRNL')
009310         FROM(KAJCJRN-RECORD)
009320         LENGTH(LENGTH OF KAJCJRN-RECORD)
009330         AUXILIARY
009340         RESP(AR-TS-RESP)
009350     END-EXEC.
009360     MOVE SPACES TO AR-JRN-OPTION.
009370     MOVE 'G'    TO AR-JRN-OUTCOME.
009380     IF AR-RESP NOT = DFHRESP(NORMAL)
009390         GO TO 9600-AUDITQ-ERROR
009400     END-IF.
009410 8100-EXIT.
009420     EXIT.
009430*                                                               *
009440*    9200-9600 - CONDITION HANDLERS.  EACH SETS A PLAIN-ENGLISH *
009450*    MESSAGE AND FALLS INTO 9500-ERROR-COMMON TO REDISPLAY THE  *
009460*    SCREEN INSTEAD OF LETTING CICS ABEND THE TRANSACTION.      *
009470*                                                               *
009480 9200-NOTOPEN-ERROR.
009490     PERFORM 4900-END-BROWSE THRU 4900-EXIT.
009500     MOVE 'ALERT FILE CURRENTLY UNAVAILABLE' TO AR-MSG-TEXT.
009510     GO TO 9500-ERROR-COMMON.
009520 9400-PGMIDERR-ERROR.
009530     MOVE 'REQUESTED PROGRAM IS NOT INSTALLED IN THIS REGION'
009540         TO AR-MSG-TEXT.
009550     GO TO 9500-ERROR-COMMON.
009560 9500-ERROR-COMMON.
009570     MOVE SPACES TO ALRTMAPO.
009580     MOVE AR-MSG-TEXT TO WMSGO.
009590     EXEC CICS SEND MAP('ALRTMAP')
009600         MAPSET('TESTMSD')
009610         ERASE
009620     END-EXEC.
009630     MOVE 'ALRTCOB' TO CA-LAST-PGM OF AR-COMMAREA.
009640     EXEC CICS RETURN
009650         TRANSID(EIBTRNID)
009660         COMMAREA(AR-COMMAREA)
009670         LENGTH(LENGTH OF AR-COMMAREA)
009680     END-EXEC.
009690*                                                               *
009700*    9600-AUDITQ-ERROR - THE AUDIT QUEUE (AUDT) GOING NOTOPEN   *
009710*    IS A DIFFERENT PROBLEM THAN THE ALERT FILE GOING NOTOPEN - *
009720*    RESP IS CHECKED EXPLICITLY ON THE WRITEQ TD SO THIS DOES   *
009730*    NOT GET LUMPED INTO 9200-NOTOPEN-ERROR'S WORDING.          *
009740*                                                               *
009750 9600-AUDITQ-ERROR.
009760     MOVE 'AUDIT QUEUE CURRENTLY UNAVAILABLE' TO AR-MSG-TEXT.
009770     GO TO 9500-ERROR-COMMON.
