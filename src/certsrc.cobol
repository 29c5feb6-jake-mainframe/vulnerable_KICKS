000010 ID DIVISION.
000020 PROGRAM-ID.    CERTCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    CERTCOB - ACCESS RECERTIFICATION (ATTESTATION) SCREEN      *
000090*    MENU OPTION 'CERT'.  SHOWS THE REVIEWER'S WORKSHEET LINES  *
000100*    FOR THE CERTIFICATION CYCLE NOW OPEN (CERTFL, COPY         *
000110*    KAJCCRT - BUILT BY CRTOCOB) TEN TO A PAGE: OPERATOR, NAME, *
000120*    AUTHORITY, ACTIVE FLAG, LAST SIGN-ON, PRINT DESTINATION    *
000130*    AND THE DECISION SO FAR.  THE REVIEWER KEYS AN OPERATOR ID *
000140*    INTO COPID AND K (KEEP) OR R (REVOKE) INTO CDECN:          *
000150*        K - THE LINE IS STAMPED KEPT, BY WHOM AND WHEN         *
000160*        R - A DEACTIVATION IS WRITTEN TO PENDCH (COPY KAJCPND) *
000170*            EXACTLY AS UPDTCOB'S ACTION D WRITES IT, SO THE    *
000180*            SECOND-ADMIN APPROVAL ON APRVCOB STILL STANDS      *
000190*            BETWEEN THE REVOKE AND THE MASTER; THE LINE        *
000200*            CARRIES THE PENDCH SEQUENCE.  AN ID ALREADY        *
000210*            INACTIVE IS JUST STAMPED REVOKED.                  *
000220*    A DECISION IS FINAL FOR THE CYCLE, AND NOBODY DECIDES      *
000230*    THEIR OWN LINE.  THE QUEUE SHOWN IS THE SIGNED-ON          *
000240*    OPERATOR'S OWN UNLESS ANOTHER REVIEWER ID IS KEYED (IN     *
000250*    CRVWR, OR IN OPID ON THE MENU) - ONLY AN ADMINISTRATOR MAY *
000260*    WORK ANOTHER REVIEWER'S QUEUE, AND '*' IS THE UNASSIGNED   *
000270*    QUEUE (LINES WITH NO MANAGER ON THE SECURITY FEED).  ONCE  *
000280*    CRTCCOB HAS CLOSED THE CYCLE THE WORKSHEET IS VIEW-ONLY.   *
000290*    PF8 PAGES FORWARD AND WRAPS BACK TO THE TOP AT THE END.    *
000300*                                                               *
000310*    MODIFICATION HISTORY                                       *
000320*    DATE       INIT  DESCRIPTION                               *
000330*    --------   ----  ----------------------------------------- *
000340*    10/15/26   JTM   ORIGINAL                                  *
000341*    10/15/26   JTM   1050 NOW AUTHORIZES FROM THE OPTENT       *
000342*                     OPTION ENTITLEMENT FILE (COPY KAJCENT,    *
000343*                     1060) - THE SIGNED-ON ID MUST STILL BE    *
000344*                     ACTIVE AND BE ENTITLED TO 'CERT', AND THE *
000345*                     RIGHT TO WORK ANOTHER REVIEWER'S QUEUE IS *
000346*                     OPTION 'CRTA' INSTEAD OF OPT-AUTH-ADMIN   *
000347*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000348*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000349*                     1070): THE ENTITLEMENT CHECK USES THE     *
000350*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000351*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000352 ENVIRONMENT DIVISION.
000360 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000380 77  CT-AUTH-SW            PIC X(01) VALUE 'N'.
000390     88  CT-IS-AUTHORIZED      VALUE 'Y'.
000400 77  CT-ADMIN-SW           PIC X(01) VALUE 'N'.
000410     88  CT-IS-ADMIN           VALUE 'Y'.
000420 77  CT-OPERATOR-KEY       PIC X(08) VALUE SPACES.
000430 77  CT-RETURN-PGM         PIC X(08) VALUE SPACES.
000440 77  CT-MSG-TEXT           PIC X(79) VALUE SPACES.
000450 77  CT-RESP               PIC S9(8) COMP VALUE 0.
000460 77  CT-TS-RESP            PIC S9(8) COMP VALUE 0.
000470 77  CT-LINE-COUNT         PIC S9(4) COMP VALUE 0.
000480 77  CT-SKIP-COUNT         PIC S9(4) COMP VALUE 0.
000490 77  CT-BROWSE-EOF-SW      PIC X(01) VALUE 'N'.
000500     88  CT-BROWSE-DONE        VALUE 'Y'.
000510 77  CT-MORE-SW            PIC X(01) VALUE 'N'.
000520     88  CT-HAS-MORE           VALUE 'Y'.
000530 77  CT-TOP-SW             PIC X(01) VALUE 'N'.
000540     88  CT-FROM-TOP           VALUE 'Y'.
000550 77  CT-LAST-SEQ           PIC 9(03) VALUE ZERO.
000560 77  CT-PND-EOF-SW         PIC X(01) VALUE 'N'.
000570     88  CT-PND-DONE           VALUE 'Y'.
000580 77  CT-TARGET-ID          PIC X(08) VALUE SPACES.
000590 77  CT-NEW-REVIEWER       PIC X(08) VALUE SPACES.
000600 77  CT-QUEUE-REVIEWER     PIC X(08) VALUE SPACES.
000610*                                                               *
000620*    OPTION/OUTCOME CARRIED INTO THE NEXT JOURNAL RECORD -      *
000630*    8100-WRITE-JOURNAL RESETS BOTH TO THE DEFAULTS (NO OPTION, *
000640*    GRANTED) AFTER EVERY WRITE.  A DECISION IS JOURNALLED      *
000650*    UNDER ITS OWN OPTION CODE - CRTK FOR A KEEP, CRTR FOR A    *
000660*    REVOKE - SO THE NIGHTLY REPORTS SHOW WHO ATTESTED WHAT.    *
000670 77  CT-JRN-OPTION         PIC X(04) VALUE SPACES.
000680 77  CT-JRN-OUTCOME        PIC X(01) VALUE 'G'.
000690*                                                               *
000700*    THE OPEN CYCLE FROM PARMFL (CERTCYCL, YYN) AND WHETHER     *
000710*    CRTCCOB HAS CLOSED IT (CERTCLSD = THE SAME YYN).           *
000720*                                                               *
000730 77  CT-PARM-KEY           PIC X(08) VALUE SPACES.
000740 77  CT-CYCLE-YYN          PIC 9(05) VALUE ZERO.
000750 77  CT-CYCLE-SW           PIC X(01) VALUE 'N'.
000760     88  CT-NO-CYCLE           VALUE 'N'.
000770     88  CT-CYCLE-OPEN         VALUE 'O'.
000780     88  CT-CYCLE-CLOSED       VALUE 'C'.
000790 01  CT-CYCLE-ID.
000800     05  CT-CYC-YY         PIC 9(02).
000810     05  FILLER            PIC X(01) VALUE 'Q'.
000820     05  CT-CYC-QTR        PIC 9(01).
000830*                                                               *
000840*    BROWSE KEYS - CERTFL (CYCLE + REVIEWER + OPERATOR) AND     *
000850*    PENDCH (TARGET ID PLUS SEQUENCE, AS UPDTCOB'S).            *
000860*                                                               *
000870 01  CT-CRT-RIDFLD.
000880     05  CT-RID-CYCLE      PIC X(04) VALUE SPACES.
000890     05  CT-RID-REVIEWER   PIC X(08) VALUE SPACES.
000900     05  CT-RID-OPERATOR   PIC X(08) VALUE SPACES.
000910 01  CT-PND-RIDFLD.
000920     05  CT-PRID-TARGET    PIC X(08) VALUE SPACES.
000930     05  CT-PRID-SEQUENCE  PIC 9(03) VALUE ZERO.
000940*                                                               *
000950 01  CT-WORKSHEET-LINE.
000960     05  CT-WL-OPERATOR    PIC X(08).
000970     05  FILLER            PIC X(02) VALUE SPACES.
000980     05  CT-WL-NAME        PIC X(20).
000990     05  FILLER            PIC X(02) VALUE SPACES.
001000     05  CT-WL-AUTH        PIC X(01).
001010     05  FILLER            PIC X(02) VALUE SPACES.
001020     05  CT-WL-FLAG        PIC X(01).
001030     05  FILLER            PIC X(02) VALUE SPACES.
001040     05  CT-WL-LAST-ON     PIC 9(07).
001050     05  FILLER            PIC X(02) VALUE SPACES.
001060     05  CT-WL-DEST        PIC X(04).
001070     05  FILLER            PIC X(02) VALUE SPACES.
001080     05  CT-WL-DECISION    PIC X(10).
001090     05  FILLER            PIC X(01) VALUE SPACES.
001100     05  CT-WL-DEC-BY      PIC X(08).
001110     05  FILLER            PIC X(04) VALUE SPACES.
001120*                                                               *
001130*    SESSION WORK FIELDS FOR 1100-CHECK-SESSION - THE IDLE      *
001140*    LIMIT IS MINUTES WITHOUT ACTIVITY BEFORE THE CONVERSATION  *
001150*    IS FORCED BACK THROUGH SGONCOB.                            *
001160 77  CT-SES-KEY            PIC X(04) VALUE SPACES.
001170 77  CT-IDLE-LIMIT         PIC S9(4) COMP VALUE 15.
001180 77  CT-LAST-HH            PIC S9(4) COMP VALUE 0.
001190 77  CT-LAST-MMSS          PIC S9(4) COMP VALUE 0.
001200 77  CT-LAST-MM            PIC S9(4) COMP VALUE 0.
001210 77  CT-CUR-HH             PIC S9(4) COMP VALUE 0.
001220 77  CT-CUR-MMSS           PIC S9(4) COMP VALUE 0.
001230 77  CT-CUR-MM             PIC S9(4) COMP VALUE 0.
001240 77  CT-IDLE-MINS          PIC S9(8) COMP VALUE 0.
001241*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
001242*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
001243 77  CT-ENT-SW             PIC X(01) VALUE 'N'.
001244 77  CT-EFF-AUTH           PIC X(01) VALUE SPACE.
001245 01  CT-ENT-RIDFLD.
001246     05  CT-ENT-OPTION     PIC X(04) VALUE SPACES.
001247     05  CT-ENT-OPID       PIC X(08) VALUE SPACES.
001250*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
001260*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
001270*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
001280*    DFHCOMMAREA TO ADDRESS, SO IT MUST NEVER BE WRITTEN (OR    *
001290*    READ) UNTIL EIBCALEN CONFIRMS A COMMAREA WAS PASSED IN.    *
001300*    CA-SELECT-KEY CARRIES THE REVIEWER WHOSE QUEUE IS SHOWN    *
001310*    ('*' = UNASSIGNED) AND CA-CURSOR-KEY THE OPERATOR ID THE   *
001320*    PAGE ON THE GLASS STARTS AT.                               *
001330*                                                               *
001340 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==CT-COMMAREA==.
001350*                                                               *
001360 COPY KAJCCRT.
001370 COPY KAJCOPT.
001375 COPY KAJCENT.
001377 COPY KAJCDLG.
001380 COPY KAJCPND.
001390 COPY KAJCPRM.
001400 COPY KAJCSES.
001410 COPY KAJCJRN.
001420 COPY TESTMSD.
001430 COPY DFHAID.
001440 LINKAGE SECTION.
001450 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==DFHCOMMAREA==.
001460 PROCEDURE DIVISION.
001470*                                                               *
001480*    0000-MAINLINE                                              *
001490*                                                               *
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520     MOVE SPACES TO CT-COMMAREA.
001530     IF EIBCALEN NOT = 0
001540         MOVE DFHCOMMAREA TO CT-COMMAREA
001550     END-IF.
001560     IF EIBAID = DFHCLEAR
001570         PERFORM 1150-DROP-SESSION THRU 1150-EXIT
001580         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
001590         EXEC CICS RETURN END-EXEC
001600     END-IF.
001610     PERFORM 1050-CHECK-AUTHORITY THRU 1050-EXIT.
001620     MOVE 'CERT' TO CT-JRN-OPTION.
001630     IF NOT CT-IS-AUTHORIZED
001640         MOVE 'D' TO CT-JRN-OUTCOME
001650     END-IF.
001660     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
001670     IF NOT CT-IS-AUTHORIZED
001680         MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO CT-MSG-TEXT
001690         MOVE SPACES TO CERTMAPO
001700         MOVE CT-MSG-TEXT TO CMSGO
001710         EXEC CICS SEND MAP('CERTMAP')
001720             MAPSET('TESTMSD')
001730             ERASE
001740         END-EXEC
001750         EXEC CICS RETURN END-EXEC
001760     END-IF.
001770     PERFORM 1100-CHECK-SESSION THRU 1100-EXIT.
001780     IF EIBAID = DFHPF3
001790         IF CA-FROM-PROGRAM OF CT-COMMAREA = SPACES
001800             EXEC CICS RETURN END-EXEC
001810         ELSE
001820*    THE COMMAREA RIDES ALONG ON THE WAY BACK TO THE MENU SO    *
001830*    THE SIGN-ON STATE SURVIVES - WITHOUT IT THE MENU'S SIGN-ON *
001840*    GATE WOULD SEND THE OPERATOR BACK TO THE PASSWORD SCREEN.  *
001850             MOVE CA-FROM-PROGRAM OF CT-COMMAREA
001860                 TO CT-RETURN-PGM
001870             MOVE 'CERTCOB' TO CA-FROM-PROGRAM OF CT-COMMAREA
001880             EXEC CICS XCTL
001890                 PROGRAM(CT-RETURN-PGM)
001900                 COMMAREA(CT-COMMAREA)
001910                 LENGTH(LENGTH OF CT-COMMAREA)
001920             END-EXEC
001930         END-IF
001940     END-IF.
001950     PERFORM 1200-GET-CYCLE THRU 1200-EXIT.
001960     IF CA-LAST-PGM OF CT-COMMAREA NOT = 'CERTCOB'
001970         PERFORM 1300-SET-FIRST-QUEUE THRU 1300-EXIT
001980     END-IF.
001990*    ENTER (REFRESH, DECISION OR A NEW REVIEWER) KEEPS THE PAGE *
002000*    ON THE GLASS; PF8 PAGES FORWARD FROM IT.                   *
002010     EVALUATE TRUE
002020         WHEN EIBAID = DFHENTER
002030             PERFORM 2000-RECEIVE-CERT-MAP THRU 2000-EXIT
002040         WHEN EIBAID = DFHPF8
002050             PERFORM 4050-NEXT-PAGE-ANCHOR THRU 4050-EXIT
002060         WHEN OTHER
002070             MOVE 'INVALID KEY PRESSED - PLEASE RE-ENTER'
002080                 TO CT-MSG-TEXT
002090     END-EVALUATE.
002100     PERFORM 4000-BUILD-WORKSHEET THRU 4000-EXIT.
002110     PERFORM 5000-SEND-CERT-MAP THRU 5000-EXIT.
002120     MOVE 'CERTCOB' TO CA-LAST-PGM OF CT-COMMAREA.
002130     EXEC CICS RETURN
002140         TRANSID(EIBTRNID)
002150         COMMAREA(CT-COMMAREA)
002160         LENGTH(LENGTH OF CT-COMMAREA)
002170     END-EXEC.
002180 0000-EXIT.
002190     EXIT.
002200*                                                               *
002210*    1000-INITIALIZE - ESTABLISH CONDITION HANDLING SO AN       *
002220*    UNAVAILABLE FILE REDISPLAYS THE SCREEN INSTEAD OF          *
002230*    ABENDING THE TERMINAL.  PGMIDERR IS TRAPPED FOR THE PF3    *
002240*    XCTL BACK TO THE MENU.  NOTFND AND DUPREC ARE EXPECTED     *
002250*    OUTCOMES AND ARE TESTED VIA RESP ON EACH FILE COMMAND.     *
002260*                                                               *
002270 1000-INITIALIZE.
002280     EXEC CICS HANDLE CONDITION
002290         NOTOPEN    (9200-NOTOPEN-ERROR)
002300         PGMIDERR   (9400-PGMIDERR-ERROR)
002310     END-EXEC.
002320 1000-EXIT.
002330     EXIT.
002333*                                                               *
002336*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
002339*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
002342*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
002345*    ENTITLED TO OPTION 'CERT' ON THE OPTENT FILE (1060, SEE    *
002348*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
002351*    SWITCH AT 'N'.                                             *
002354*    THE RIGHT TO WORK ANOTHER REVIEWER'S (OR THE               *
002357*    UNASSIGNED) QUEUE IS OPTION 'CRTA' ON THE SAME FILE.       *
002360*                                                               *
002363 1050-CHECK-AUTHORITY.
002366     MOVE 'N' TO CT-AUTH-SW.
002369     MOVE 'N' TO CT-ADMIN-SW.
002372     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF CT-COMMAREA
002375         GO TO 1050-EXIT
002378     END-IF.
002381     MOVE CA-OPERATOR-ID OF CT-COMMAREA TO CT-OPERATOR-KEY.
002384     EXEC CICS READ
002387         FILE('OPERTOR')
002390         INTO(KAJCOPT-RECORD)
002393         RIDFLD(CT-OPERATOR-KEY)
002396         KEYLENGTH(8)
002399         RESP(CT-RESP)
002402     END-EXEC.
002405     IF CT-RESP NOT = DFHRESP(NORMAL)
002408         GO TO 1050-EXIT
002411     END-IF.
002414     IF NOT OPT-IS-ACTIVE
002417         GO TO 1050-EXIT
002420     END-IF.
002423     MOVE OPT-AUTHORITY TO CT-EFF-AUTH.
002424     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
002426     MOVE 'CERT' TO CT-ENT-OPTION.
002429     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
002432     MOVE CT-ENT-SW TO CT-AUTH-SW.
002435     MOVE 'CRTA' TO CT-ENT-OPTION.
002438     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
002441     MOVE CT-ENT-SW TO CT-ADMIN-SW.
002444 1050-EXIT.
002447     EXIT.
002450*                                                               *
002453*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
002456*    OPTION CT-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
002459*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
002462*    OPTION'S DEFINITION MUST BE ON FILE AND CT-EFF-AUTH        *
002465*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
002468*    UNAVAILABLE, DENIES.                                       *
002471*                                                               *
002474 1060-CHECK-ENTITLEMENT.
002477     MOVE 'N' TO CT-ENT-SW.
002480     MOVE CA-OPERATOR-ID OF CT-COMMAREA TO CT-ENT-OPID.
002483     EXEC CICS READ
002486         FILE('OPTENT')
002489         INTO(KAJCENT-RECORD)
002492         RIDFLD(CT-ENT-RIDFLD)
002495         KEYLENGTH(12)
002498         RESP(CT-RESP)
002501     END-EXEC.
002504     IF CT-RESP = DFHRESP(NORMAL)
002507         IF ENT-OVR-GRANT
002510             MOVE 'Y' TO CT-ENT-SW
002513             GO TO 1060-EXIT
002516         END-IF
002519         IF ENT-OVR-DENY
002522             GO TO 1060-EXIT
002525         END-IF
002528     END-IF.
002531     MOVE SPACES TO CT-ENT-OPID.
002534     EXEC CICS READ
002537         FILE('OPTENT')
002540         INTO(KAJCENT-RECORD)
002543         RIDFLD(CT-ENT-RIDFLD)
002546         KEYLENGTH(12)
002549         RESP(CT-RESP)
002552     END-EXEC.
002555     IF CT-RESP = DFHRESP(NORMAL)
002558         AND CT-EFF-AUTH NOT < ENT-MIN-AUTH
002561         MOVE 'Y' TO CT-ENT-SW
002564     END-IF.
002567 1060-EXIT.
002570     EXIT.
002572*                                                               *
002574*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
002576*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
002578*    CT-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
002580*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
002582*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
002584*                                                               *
002586 1070-APPLY-DELEGATION.
002588     EXEC CICS READ
002590         FILE('DELEGT')
002592         INTO(KAJCDLG-RECORD)
002594         RIDFLD(CT-OPERATOR-KEY)
002596         KEYLENGTH(8)
002598         RESP(CT-RESP)
002600     END-EXEC.
002602     IF CT-RESP NOT = DFHRESP(NORMAL)
002604         GO TO 1070-EXIT
002606     END-IF.
002608     IF DLG-STAT-ACTIVE
002610         AND DLG-START-DATE NOT > EIBDATE
002612         AND DLG-END-DATE NOT < EIBDATE
002614         AND DLG-AUTHORITY > CT-EFF-AUTH
002616         MOVE DLG-AUTHORITY TO CT-EFF-AUTH
002618     END-IF.
002620 1070-EXIT.
002622     EXIT.
002650*                                                               *
002660*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
002670*    THE TERMINAL'S SESSON RECORD MUST EXIST, CARRY THE         *
002680*    SIGNED-ON ID, AND HAVE BEEN ACTIVE WITHIN THE IDLE LIMIT - *
002690*    OTHERWISE THE CONVERSATION IS FORCED BACK THROUGH THE      *
002700*    SIGN-ON SCREEN.  A GOOD CHECK RE-STAMPS THE LAST-ACTIVITY  *
002710*    TIME; THE RE-STAMP ITSELF IS BEST-EFFORT.                  *
002720*                                                               *
002730 1100-CHECK-SESSION.
002740     MOVE EIBTRMID TO CT-SES-KEY.
002750     EXEC CICS READ
002760         FILE('SESSON')
002770         INTO(KAJCSES-RECORD)
002780         RIDFLD(CT-SES-KEY)
002790         KEYLENGTH(4)
002800         UPDATE
002810         RESP(CT-RESP)
002820     END-EXEC.
002830     IF CT-RESP NOT = DFHRESP(NORMAL)
002840         GO TO 1100-FORCE-SIGNON
002850     END-IF.
002860     IF SES-OPERATOR-ID NOT = CA-OPERATOR-ID OF CT-COMMAREA
002870         EXEC CICS DELETE FILE('SESSON') RESP(CT-RESP) END-EXEC
002880         GO TO 1100-FORCE-SIGNON
002890     END-IF.
002900     IF SES-LAST-DATE NOT = EIBDATE
002910         EXEC CICS DELETE FILE('SESSON') RESP(CT-RESP) END-EXEC
002920         GO TO 1100-FORCE-SIGNON
002930     END-IF.
002940     DIVIDE SES-LAST-TIME BY 10000
002950         GIVING CT-LAST-HH REMAINDER CT-LAST-MMSS.
002960     DIVIDE CT-LAST-MMSS BY 100 GIVING CT-LAST-MM.
002970     DIVIDE EIBTIME BY 10000
002980         GIVING CT-CUR-HH REMAINDER CT-CUR-MMSS.
002990     DIVIDE CT-CUR-MMSS BY 100 GIVING CT-CUR-MM.
003000     COMPUTE CT-IDLE-MINS =
003010         (CT-CUR-HH * 60 + CT-CUR-MM)
003020         - (CT-LAST-HH * 60 + CT-LAST-MM).
003030     IF CT-IDLE-MINS > CT-IDLE-LIMIT
003040         EXEC CICS DELETE FILE('SESSON') RESP(CT-RESP) END-EXEC
003050         GO TO 1100-FORCE-SIGNON
003060     END-IF.
003070     MOVE EIBDATE TO SES-LAST-DATE.
003080     MOVE EIBTIME TO SES-LAST-TIME.
003090     EXEC CICS REWRITE
003100         FILE('SESSON')
003110         FROM(KAJCSES-RECORD)
003120         RESP(CT-RESP)
003130     END-EXEC.
003140     GO TO 1100-EXIT.
003150*    THE SESSION IS GONE (FORCED OFF), STALE, OR NOT THIS       *
003160*    OPERATOR'S - ONLY A FRESH SIGN-ON GETS BACK IN.            *
003170 1100-FORCE-SIGNON.
003180     MOVE SPACE TO CA-SIGNON-FLAG OF CT-COMMAREA.
003190     MOVE 'CERTCOB' TO CA-FROM-PROGRAM OF CT-COMMAREA.
003200     EXEC CICS XCTL
003210         PROGRAM('SGONCOB')
003220         COMMAREA(CT-COMMAREA)
003230         LENGTH(LENGTH OF CT-COMMAREA)
003240     END-EXEC.
003250 1100-EXIT.
003260     EXIT.
003270*                                                               *
003280*    1150-DROP-SESSION - SIGN-OFF PATHS DELETE THE TERMINAL'S   *
003290*    SESSION RECORD; BEST-EFFORT, THERE MAY NOT BE ONE.         *
003300*                                                               *
003310 1150-DROP-SESSION.
003320     MOVE EIBTRMID TO CT-SES-KEY.
003330     EXEC CICS DELETE
003340         FILE('SESSON')
003350         RIDFLD(CT-SES-KEY)
003360         KEYLENGTH(4)
003370         RESP(CT-RESP)
003380     END-EXEC.
003390 1150-EXIT.
003400     EXIT.
003410*                                                               *
003420*    1200-GET-CYCLE - THE CYCLE CRTOCOB LAST OPENED (PARMFL KEY *
003430*    CERTCYCL, YYN) AND WHETHER CRTCCOB HAS SINCE CLOSED IT     *
003440*    (CERTCLSD HOLDING THE SAME YYN).  NO RECORD, OR ZERO,      *
003450*    MEANS NO CYCLE HAS EVER BEEN OPENED.                       *
003460*                                                               *
003470 1200-GET-CYCLE.
003480     MOVE 'N' TO CT-CYCLE-SW.
003490     MOVE 'CERTCYCL' TO CT-PARM-KEY.
003500     EXEC CICS READ
003510         FILE('PARMFL')
003520         INTO(KAJCPRM-RECORD)
003530         RIDFLD(CT-PARM-KEY)
003540         KEYLENGTH(8)
003550         RESP(CT-RESP)
003560     END-EXEC.
003570     IF CT-RESP NOT = DFHRESP(NORMAL) OR PRM-VALUE = ZERO
003580         GO TO 1200-EXIT
003590     END-IF.
003600     MOVE PRM-VALUE TO CT-CYCLE-YYN.
003610     DIVIDE CT-CYCLE-YYN BY 10
003620         GIVING CT-CYC-YY REMAINDER CT-CYC-QTR.
003630     MOVE 'O' TO CT-CYCLE-SW.
003640     MOVE 'CERTCLSD' TO CT-PARM-KEY.
003650     EXEC CICS READ
003660         FILE('PARMFL')
003670         INTO(KAJCPRM-RECORD)
003680         RIDFLD(CT-PARM-KEY)
003690         KEYLENGTH(8)
003700         RESP(CT-RESP)
003710     END-EXEC.
003720     IF CT-RESP = DFHRESP(NORMAL) AND PRM-VALUE = CT-CYCLE-YYN
003730         MOVE 'C' TO CT-CYCLE-SW
003740     END-IF.
003750 1200-EXIT.
003760     EXIT.
003770*                                                               *
003780*    1300-SET-FIRST-QUEUE - ON ARRIVAL FROM THE MENU THE QUEUE  *
003790*    IS THE ONE NAMED IN OPID (CARRIED IN CA-SELECT-KEY), OR    *
003800*    THE SIGNED-ON OPERATOR'S OWN WHEN NOTHING WAS KEYED THERE. *
003810*                                                               *
003820 1300-SET-FIRST-QUEUE.
003830     MOVE LOW-VALUES TO CA-CURSOR-KEY OF CT-COMMAREA.
003840     MOVE CA-SELECT-KEY OF CT-COMMAREA TO CT-NEW-REVIEWER.
003850     INSPECT CT-NEW-REVIEWER REPLACING ALL LOW-VALUE BY SPACE.
003860     MOVE CA-OPERATOR-ID OF CT-COMMAREA
003870         TO CA-SELECT-KEY OF CT-COMMAREA.
003880     IF CT-NEW-REVIEWER NOT = SPACES
003890         PERFORM 3800-CHANGE-QUEUE THRU 3800-EXIT
003900     END-IF.
003910 1300-EXIT.
003920     EXIT.
003930*                                                               *
003940*    2000-RECEIVE-CERT-MAP - THE RECEIVE IS ONLY ISSUED WHEN    *
003950*    THIS PROGRAM'S OWN MAP IS ON THE GLASS (CA-LAST-PGM); ON   *
003960*    ARRIVAL FROM THE MENU THE TASK'S INPUT WAS ALREADY READ    *
003970*    BY KAJCCOB AND A SECOND RECEIVE WOULD HANG THE TERMINAL.   *
003980*    A CHANGED REVIEWER ID SWITCHES QUEUES (ANY DECISION KEYED  *
003990*    WITH IT IS IGNORED - IT WAS KEYED AGAINST THE OLD PAGE);   *
004000*    OTHERWISE A KEYED OPERATOR ID IS A DECISION.               *
004010*                                                               *
004020 2000-RECEIVE-CERT-MAP.
004030     IF CA-LAST-PGM OF CT-COMMAREA NOT = 'CERTCOB'
004040         GO TO 2000-EXIT
004050     END-IF.
004060     EXEC CICS RECEIVE MAP('CERTMAP')
004070         MAPSET('TESTMSD')
004080         INTO(CERTMAPI)
004090         RESP(CT-RESP)
004100     END-EXEC.
004110     EVALUATE CT-RESP
004120         WHEN DFHRESP(NORMAL)
004130             CONTINUE
004140         WHEN DFHRESP(MAPFAIL)
004150             MOVE 'WORKSHEET REFRESHED' TO CT-MSG-TEXT
004160             GO TO 2000-EXIT
004170         WHEN OTHER
004180             GO TO 9200-NOTOPEN-ERROR
004190     END-EVALUATE.
004200     MOVE CRVWRI TO CT-NEW-REVIEWER.
004210     INSPECT CT-NEW-REVIEWER REPLACING ALL LOW-VALUE BY SPACE.
004220     IF CT-NEW-REVIEWER NOT = SPACES
004230         AND CT-NEW-REVIEWER NOT = CA-SELECT-KEY OF CT-COMMAREA
004240         MOVE LOW-VALUES TO CA-CURSOR-KEY OF CT-COMMAREA
004250         PERFORM 3800-CHANGE-QUEUE THRU 3800-EXIT
004260         GO TO 2000-EXIT
004270     END-IF.
004280     IF COPIDI NOT = SPACES AND COPIDI NOT = LOW-VALUES
004290         PERFORM 3000-RECORD-DECISION THRU 3000-EXIT
004300     ELSE
004310         MOVE 'WORKSHEET REFRESHED' TO CT-MSG-TEXT
004320     END-IF.
004330 2000-EXIT.
004340     EXIT.
004350*                                                               *
004360*    3000-RECORD-DECISION - EDIT THE KEYED OPERATOR ID AND      *
004370*    DECISION AGAINST THE QUEUE ON THE GLASS, THEN STAMP THE    *
004380*    WORKSHEET LINE (READ FOR UPDATE SO TWO REVIEWERS CANNOT    *
004390*    DECIDE THE SAME LINE AT ONCE).                             *
004400*                                                               *
004410 3000-RECORD-DECISION.
004420     IF NOT CT-CYCLE-OPEN
004430         MOVE 'NO CERTIFICATION CYCLE IS OPEN FOR DECISIONS'
004440             TO CT-MSG-TEXT
004450         GO TO 3000-EXIT
004460     END-IF.
004470     IF CDECNI NOT = 'K' AND CDECNI NOT = 'R'
004480         MOVE 'DECISION MUST BE K (KEEP) OR R (REVOKE)'
004490             TO CT-MSG-TEXT
004500         GO TO 3000-EXIT
004510     END-IF.
004520     MOVE COPIDI TO CT-TARGET-ID.
004530     INSPECT CT-TARGET-ID REPLACING ALL LOW-VALUE BY SPACE.
004540     IF CT-TARGET-ID = CA-OPERATOR-ID OF CT-COMMAREA
004550         MOVE 'CRTK' TO CT-JRN-OPTION
004560         IF CDECNI = 'R'
004570             MOVE 'CRTR' TO CT-JRN-OPTION
004580         END-IF
004590         MOVE 'D' TO CT-JRN-OUTCOME
004600         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
004610         MOVE 'YOU MAY NOT CERTIFY YOUR OWN ACCESS' TO CT-MSG-TEXT
004620         GO TO 3000-EXIT
004630     END-IF.
004640     MOVE CT-CYCLE-ID TO CT-RID-CYCLE.
004650     MOVE CA-SELECT-KEY OF CT-COMMAREA TO CT-RID-REVIEWER.
004660     IF CT-RID-REVIEWER = '*'
004670         MOVE SPACES TO CT-RID-REVIEWER
004680     END-IF.
004690     MOVE CT-TARGET-ID TO CT-RID-OPERATOR.
004700     EXEC CICS READ
004710         FILE('CERTFL')
004720         INTO(KAJCCRT-RECORD)
004730         RIDFLD(CT-CRT-RIDFLD)
004740         KEYLENGTH(20)
004750         UPDATE
004760         RESP(CT-RESP)
004770     END-EXEC.
004780     EVALUATE CT-RESP
004790         WHEN DFHRESP(NORMAL)
004800             CONTINUE
004810         WHEN DFHRESP(NOTFND)
004820             MOVE 'OPERATOR IS NOT ON THIS WORKSHEET'
004830                 TO CT-MSG-TEXT
004840             GO TO 3000-EXIT
004850         WHEN OTHER
004860             GO TO 9200-NOTOPEN-ERROR
004870     END-EVALUATE.
004880     IF NOT CRT-UNDECIDED
004890         EXEC CICS UNLOCK FILE('CERTFL') END-EXEC
004900         MOVE 'THAT LINE IS ALREADY DECIDED FOR THIS CYCLE'
004910             TO CT-MSG-TEXT
004920         GO TO 3000-EXIT
004930     END-IF.
004940     IF CDECNI = 'K'
004950         PERFORM 3100-KEEP-ACCESS THRU 3100-EXIT
004960     ELSE
004970         PERFORM 3200-REVOKE-ACCESS THRU 3200-EXIT
004980     END-IF.
004990 3000-EXIT.
005000     EXIT.
005010*                                                               *
005020*    3100-KEEP-ACCESS - THE REVIEWER ATTESTS THE ACCESS IS      *
005030*    STILL NEEDED.                                              *
005040*                                                               *
005050 3100-KEEP-ACCESS.
005060     MOVE 'K' TO CRT-DECISION.
005070     PERFORM 3300-STAMP-DECISION THRU 3300-EXIT.
005080     MOVE 'CRTK' TO CT-JRN-OPTION.
005090     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
005100     MOVE 'ACCESS KEPT - LINE CERTIFIED' TO CT-MSG-TEXT.
005110 3100-EXIT.
005120     EXIT.
005130*                                                               *
005140*    3200-REVOKE-ACCESS - QUEUE A DEACTIVATION FOR THE SECOND   *
005150*    ADMIN, THE SAME PENDING CHANGE UPDTCOB'S ACTION D WRITES.  *
005160*    AN ID ALREADY OFF THE MASTER OR ALREADY INACTIVE NEEDS NO  *
005170*    CHANGE - THE LINE IS JUST STAMPED.  WHEN THE PENDING WRITE *
005180*    FAILS THE LINE IS LEFT UNDECIDED.                          *
005190*                                                               *
005200 3200-REVOKE-ACCESS.
005210     MOVE ZERO TO CRT-PCH-SEQ.
005220     MOVE CT-TARGET-ID TO CT-OPERATOR-KEY.
005230     EXEC CICS READ
005240         FILE('OPERTOR')
005250         INTO(KAJCOPT-RECORD)
005260         RIDFLD(CT-OPERATOR-KEY)
005270         KEYLENGTH(8)
005280         RESP(CT-RESP)
005290     END-EXEC.
005300     IF CT-RESP NOT = DFHRESP(NORMAL)
005310         AND CT-RESP NOT = DFHRESP(NOTFND)
005320         GO TO 9200-NOTOPEN-ERROR
005330     END-IF.
005340     IF CT-RESP = DFHRESP(NOTFND) OR OPT-IS-INACTIVE
005350         MOVE 'REVOKE RECORDED - ID IS ALREADY INACTIVE'
005360             TO CT-MSG-TEXT
005370     ELSE
005380         PERFORM 3500-WRITE-PENDING THRU 3500-EXIT
005390         IF CRT-PCH-SEQ = ZERO
005400             EXEC CICS UNLOCK FILE('CERTFL') END-EXEC
005410             GO TO 3200-EXIT
005420         END-IF
005430     END-IF.
005440     MOVE 'R' TO CRT-DECISION.
005450     PERFORM 3300-STAMP-DECISION THRU 3300-EXIT.
005460     MOVE 'CRTR' TO CT-JRN-OPTION.
005470     PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT.
005480 3200-EXIT.
005490     EXIT.
005500*                                                               *
005510*    3300-STAMP-DECISION - WHO DECIDED AND WHEN; CRTCCOB TESTS  *
005520*    THE DATE AGAINST CRT-DUE-DATE FOR LATE ATTESTATION.        *
005530*                                                               *
005540 3300-STAMP-DECISION.
005550     MOVE CA-OPERATOR-ID OF CT-COMMAREA TO CRT-DEC-BY.
005560     MOVE EIBDATE TO CRT-DEC-DATE.
005570     MOVE EIBTIME TO CRT-DEC-TIME.
005580     EXEC CICS REWRITE
005590         FILE('CERTFL')
005600         FROM(KAJCCRT-RECORD)
005610         RESP(CT-RESP)
005620     END-EXEC.
005630     IF CT-RESP NOT = DFHRESP(NORMAL)
005640         GO TO 9200-NOTOPEN-ERROR
005650     END-IF.
005660 3300-EXIT.
005670     EXIT.
005680*                                                               *
005690*    3500-WRITE-PENDING - THE DEACTIVATION AS A PENDING CHANGE  *
005700*    UNDER THE NEXT SEQUENCE FOR THE TARGET ID, REQUESTED BY    *
005710*    THE REVIEWER.  APRVCOB WILL NOT LET THE REQUESTER APPROVE  *
005720*    IT.  THE SEQUENCE IS LEFT IN CRT-PCH-SEQ ON SUCCESS.       *
005730*                                                               *
005740 3500-WRITE-PENDING.
005750     PERFORM 3550-FIND-NEXT-SEQUENCE THRU 3550-EXIT.
005760     MOVE SPACES TO KAJCPND-RECORD.
005770     MOVE CT-TARGET-ID TO PCH-TARGET-ID.
005780     ADD 1 TO CT-LAST-SEQ GIVING PCH-SEQUENCE.
005790     MOVE 'D'     TO PCH-ACTION.
005800     MOVE 'P'     TO PCH-STATUS.
005810     MOVE CA-OPERATOR-ID OF CT-COMMAREA TO PCH-REQ-BY.
005820     MOVE EIBDATE TO PCH-REQ-DATE.
005830     MOVE EIBTIME TO PCH-REQ-TIME.
005840     MOVE SPACES  TO PCH-DEC-BY.
005850     MOVE ZERO    TO PCH-DEC-DATE.
005860     MOVE ZERO    TO PCH-DEC-TIME.
005870     EXEC CICS WRITE
005880         FILE('PENDCH')
005890         FROM(KAJCPND-RECORD)
005900         RIDFLD(PCH-KEY)
005910         KEYLENGTH(11)
005920         RESP(CT-RESP)
005930     END-EXEC.
005940     EVALUATE CT-RESP
005950         WHEN DFHRESP(NORMAL)
005960             MOVE PCH-SEQUENCE TO CRT-PCH-SEQ
005970             MOVE 'REVOKED - AWAITS A SECOND ADMIN (APRV)'
005980                 TO CT-MSG-TEXT
005990         WHEN DFHRESP(DUPREC)
006000             MOVE 'PENDING LIMIT REACHED FOR THIS OPERATOR ID'
006010                 TO CT-MSG-TEXT
006020         WHEN OTHER
006030             GO TO 9200-NOTOPEN-ERROR
006040     END-EVALUATE.
006050 3500-EXIT.
006060     EXIT.
006070*                                                               *
006080*    3550-FIND-NEXT-SEQUENCE - HIGHEST SEQUENCE ALREADY ON      *
006090*    PENDCH FOR THIS TARGET (ZERO WHEN NONE), SAME SCAN AS      *
006100*    UPDTCOB'S.                                                 *
006110*                                                               *
006120 3550-FIND-NEXT-SEQUENCE.
006130     MOVE ZERO TO CT-LAST-SEQ.
006140     MOVE 'N' TO CT-PND-EOF-SW.
006150     MOVE CT-TARGET-ID TO CT-PRID-TARGET.
006160     MOVE ZERO         TO CT-PRID-SEQUENCE.
006170     EXEC CICS STARTBR
006180         FILE('PENDCH')
006190         RIDFLD(CT-PND-RIDFLD)
006200         KEYLENGTH(11)
006210         GTEQ
006220         RESP(CT-RESP)
006230     END-EXEC.
006240     IF CT-RESP NOT = DFHRESP(NORMAL)
006250         GO TO 3550-EXIT
006260     END-IF.
006270     PERFORM 3560-SCAN-ONE-PENDING THRU 3560-EXIT
006280         UNTIL CT-PND-DONE.
006290     EXEC CICS ENDBR FILE('PENDCH') END-EXEC.
006300 3550-EXIT.
006310     EXIT.
006320 3560-SCAN-ONE-PENDING.
006330     EXEC CICS READNEXT
006340         FILE('PENDCH')
006350         INTO(KAJCPND-RECORD)
006360         RIDFLD(CT-PND-RIDFLD)
006370         KEYLENGTH(11)
006380         RESP(CT-RESP)
006390     END-EXEC.
006400     IF CT-RESP NOT = DFHRESP(NORMAL)
006410         MOVE 'Y' TO CT-PND-EOF-SW
006420         GO TO 3560-EXIT
006430     END-IF.
006440     IF PCH-TARGET-ID NOT = CT-TARGET-ID
006450         MOVE 'Y' TO CT-PND-EOF-SW
006460         GO TO 3560-EXIT
006470     END-IF.
006480     MOVE PCH-SEQUENCE TO CT-LAST-SEQ.
006490 3560-EXIT.
006500     EXIT.
006510*                                                               *
006520*    3800-CHANGE-QUEUE - SWITCH TO THE REVIEWER QUEUE IN        *
006530*    CT-NEW-REVIEWER.  THE OWN QUEUE IS ALWAYS ALLOWED; ANY     *
006540*    OTHER (OR '*', THE UNASSIGNED QUEUE) ONLY FOR AN           *
006550*    ADMINISTRATOR - ANYONE ELSE IS REFUSED, JOURNALLED AS A    *
006560*    DENIAL, AND LEFT ON THEIR OWN QUEUE.                       *
006570*                                                               *
006580 3800-CHANGE-QUEUE.
006590     IF CT-NEW-REVIEWER NOT = CA-OPERATOR-ID OF CT-COMMAREA
006600         AND NOT CT-IS-ADMIN
006610         MOVE 'CERT' TO CT-JRN-OPTION
006620         MOVE 'D'    TO CT-JRN-OUTCOME
006630         PERFORM 8100-WRITE-JOURNAL THRU 8100-EXIT
006640         MOVE CA-OPERATOR-ID OF CT-COMMAREA
006650             TO CA-SELECT-KEY OF CT-COMMAREA
006660         MOVE 'ONLY AN ADMINISTRATOR MAY WORK ANOTHER QUEUE'
006670             TO CT-MSG-TEXT
006680         GO TO 3800-EXIT
006690     END-IF.
006700     MOVE CT-NEW-REVIEWER TO CA-SELECT-KEY OF CT-COMMAREA.
006710 3800-EXIT.
006720     EXIT.
006730*                                                               *
006740*    4000-BUILD-WORKSHEET - TEN LINES OF THE QUEUE ON THE GLASS *
006750*    FROM THE ANCHOR IN CA-CURSOR-KEY, STOPPING AT THE END OF   *
006760*    THE REVIEWER'S LINES.  A PEEK AT THE ELEVENTH SAYS WHETHER *
006770*    THERE IS ANOTHER PAGE.  RUNS AFTER ANY DECISION SO THE     *
006780*    NEW DECISION SHOWS AT ONCE.                                *
006790*                                                               *
006800 4000-BUILD-WORKSHEET.
006810     MOVE SPACES TO CERTMAPO.
006820     MOVE 0 TO CT-LINE-COUNT.
006830     MOVE 'N' TO CT-BROWSE-EOF-SW.
006840     MOVE 'N' TO CT-MORE-SW.
006850     MOVE 'N' TO CT-TOP-SW.
006860     IF CT-NO-CYCLE
006870         MOVE 'NO CERTIFICATION CYCLE HAS BEEN OPENED'
006880             TO CERTMAPT-DATA (1)
006890         GO TO 4000-EXIT
006900     END-IF.
006910     PERFORM 4300-SET-BROWSE-KEY THRU 4300-EXIT.
006920     EXEC CICS STARTBR
006930         FILE('CERTFL')
006940         RIDFLD(CT-CRT-RIDFLD)
006950         KEYLENGTH(20)
006960         GTEQ
006970         RESP(CT-RESP)
006980     END-EXEC.
006990     IF CT-RESP NOT = DFHRESP(NORMAL)
007000         GO TO 4000-NO-LINES
007010     END-IF.
007020     PERFORM 4100-COLLECT-ONE-LINE THRU 4100-EXIT
007030         UNTIL CT-BROWSE-DONE OR CT-LINE-COUNT = 10.
007040     IF NOT CT-BROWSE-DONE
007050         PERFORM 4200-PEEK-NEXT-LINE THRU 4200-EXIT
007060     END-IF.
007070     EXEC CICS ENDBR FILE('CERTFL') END-EXEC.
007080 4000-NO-LINES.
007090     IF CT-HAS-MORE
007100         IF CT-MSG-TEXT = SPACES
007110             MOVE 'MORE LINES - PF8=NEXT PAGE' TO CT-MSG-TEXT
007120         END-IF
007130     ELSE
007140         IF NOT CT-FROM-TOP AND CT-MSG-TEXT = SPACES
007150             MOVE 'END OF WORKSHEET - PF8 RESTARTS AT THE TOP'
007160                 TO CT-MSG-TEXT
007170         END-IF
007180     END-IF.
007190     IF CT-LINE-COUNT = 0 AND CT-FROM-TOP
007200         MOVE 'NO WORKSHEET LINES FOR THIS REVIEWER IN THIS CYCLE'
007210             TO CERTMAPT-DATA (1)
007220     END-IF.
007230 4000-EXIT.
007240     EXIT.
007250 4100-COLLECT-ONE-LINE.
007260     EXEC CICS READNEXT
007270         FILE('CERTFL')
007280         INTO(KAJCCRT-RECORD)
007290         RIDFLD(CT-CRT-RIDFLD)
007300         KEYLENGTH(20)
007310         RESP(CT-RESP)
007320     END-EXEC.
007330     IF CT-RESP NOT = DFHRESP(NORMAL)
007340         MOVE 'Y' TO CT-BROWSE-EOF-SW
007350         GO TO 4100-EXIT
007360     END-IF.
007370     IF CRT-CYCLE-ID NOT = CT-CYCLE-ID
007380         OR CRT-REVIEWER-ID NOT = CT-QUEUE-REVIEWER
007390         MOVE 'Y' TO CT-BROWSE-EOF-SW
007400         GO TO 4100-EXIT
007410     END-IF.
007420     MOVE CRT-OPERATOR-ID   TO CT-WL-OPERATOR.
007430     MOVE CRT-OPERATOR-NAME TO CT-WL-NAME.
007440     MOVE CRT-AUTHORITY     TO CT-WL-AUTH.
007450     MOVE CRT-ACTIVE-FLAG   TO CT-WL-FLAG.
007460     MOVE CRT-LAST-ON-DATE  TO CT-WL-LAST-ON.
007470     MOVE CRT-PRINT-DEST    TO CT-WL-DEST.
007480     MOVE SPACES            TO CT-WL-DEC-BY.
007490     EVALUATE TRUE
007500         WHEN CRT-DEC-KEEP
007510             MOVE 'KEEP'      TO CT-WL-DECISION
007520             MOVE CRT-DEC-BY  TO CT-WL-DEC-BY
007530         WHEN CRT-DEC-REVOKE
007540             MOVE 'REVOKE'    TO CT-WL-DECISION
007550             MOVE CRT-DEC-BY  TO CT-WL-DEC-BY
007560         WHEN OTHER
007570             MOVE 'UNDECIDED' TO CT-WL-DECISION
007580     END-EVALUATE.
007590     ADD 1 TO CT-LINE-COUNT.
007600     MOVE CT-WORKSHEET-LINE TO CERTMAPT-DATA (CT-LINE-COUNT).
007610 4100-EXIT.
007620     EXIT.
007630*                                                               *
007640*    4200-PEEK-NEXT-LINE - IS THERE AN ELEVENTH LINE FOR THIS   *
007650*    REVIEWER?                                                  *
007660*                                                               *
007670 4200-PEEK-NEXT-LINE.
007680     EXEC CICS READNEXT
007690         FILE('CERTFL')
007700         INTO(KAJCCRT-RECORD)
007710         RIDFLD(CT-CRT-RIDFLD)
007720         KEYLENGTH(20)
007730         RESP(CT-RESP)
007740     END-EXEC.
007750     IF CT-RESP = DFHRESP(NORMAL)
007760         AND CRT-CYCLE-ID = CT-CYCLE-ID
007770         AND CRT-REVIEWER-ID = CT-QUEUE-REVIEWER
007780         MOVE 'Y' TO CT-MORE-SW
007790     END-IF.
007800 4200-EXIT.
007810     EXIT.
007820*                                                               *
007830*    4300-SET-BROWSE-KEY - CYCLE + REVIEWER ('*' IS THE BLANK   *
007840*    UNASSIGNED REVIEWER) + THE PAGE ANCHOR, LOW-VALUES FOR THE *
007850*    TOP OF THE QUEUE.  THE READNEXTS OVERWRITE THE RIDFLD, SO  *
007860*    THE REVIEWER IS KEPT APART FOR THE END-OF-QUEUE TEST.      *
007870*                                                               *
007880 4300-SET-BROWSE-KEY.
007890     MOVE CT-CYCLE-ID TO CT-RID-CYCLE.
007900     MOVE CA-SELECT-KEY OF CT-COMMAREA TO CT-RID-REVIEWER.
007910     IF CT-RID-REVIEWER = '*'
007920         MOVE SPACES TO CT-RID-REVIEWER
007930     END-IF.
007940     MOVE CT-RID-REVIEWER TO CT-QUEUE-REVIEWER.
007950     MOVE CA-CURSOR-KEY OF CT-COMMAREA TO CT-RID-OPERATOR.
007960     IF CT-RID-OPERATOR = LOW-VALUES OR CT-RID-OPERATOR = SPACES
007970         MOVE LOW-VALUES TO CT-RID-OPERATOR
007980         MOVE 'Y' TO CT-TOP-SW
007990     END-IF.
008000 4300-EXIT.
008010     EXIT.
008020*                                                               *
008030*    4050-NEXT-PAGE-ANCHOR - PF8.  STEP PAST THE TEN LINES ON   *
008040*    THE GLASS; THE ELEVENTH (IF ANY) ANCHORS THE NEXT PAGE,    *
008050*    OTHERWISE THE QUEUE WRAPS BACK TO THE TOP.                 *
008060*                                                               *
008070 4050-NEXT-PAGE-ANCHOR.
008080     IF CT-NO-CYCLE
008090         GO TO 4050-EXIT
008100     END-IF.
008110     MOVE 'N' TO CT-BROWSE-EOF-SW.
008120     MOVE 'N' TO CT-MORE-SW.
008130     MOVE 0 TO CT-SKIP-COUNT.
008140     PERFORM 4300-SET-BROWSE-KEY THRU 4300-EXIT.
008150     EXEC CICS STARTBR
008160         FILE('CERTFL')
008170         RIDFLD(CT-CRT-RIDFLD)
008180         KEYLENGTH(20)
008190         GTEQ
008200         RESP(CT-RESP)
008210     END-EXEC.
008220     IF CT-RESP NOT = DFHRESP(NORMAL)
008230         MOVE LOW-VALUES TO CA-CURSOR-KEY OF CT-COMMAREA
008240         GO TO 4050-EXIT
008250     END-IF.
008260     PERFORM 4060-SKIP-ONE-LINE THRU 4060-EXIT
008270         UNTIL CT-BROWSE-DONE OR CT-SKIP-COUNT = 10.
008280     IF NOT CT-BROWSE-DONE
008290         PERFORM 4200-PEEK-NEXT-LINE THRU 4200-EXIT
008300     END-IF.
008310     EXEC CICS ENDBR FILE('CERTFL') END-EXEC.
008320     IF CT-HAS-MORE
008330         MOVE CRT-OPERATOR-ID TO CA-CURSOR-KEY OF CT-COMMAREA
008340     ELSE
008350         MOVE LOW-VALUES TO CA-CURSOR-KEY OF CT-COMMAREA
008360     END-IF.
008370     MOVE 'N' TO CT-MORE-SW.
008380 4050-EXIT.
008390     EXIT.
008400 4060-SKIP-ONE-LINE.
008410     EXEC CICS READNEXT
008420         FILE('CERTFL')
008430         INTO(KAJCCRT-RECORD)
008440         RIDFLD(CT-CRT-RIDFLD)
008450         KEYLENGTH(20)
008460         RESP(CT-RESP)
008470     END-EXEC.
008480     IF CT-RESP NOT = DFHRESP(NORMAL)
008490         OR CRT-CYCLE-ID NOT = CT-CYCLE-ID
008500         OR CRT-REVIEWER-ID NOT = CT-QUEUE-REVIEWER
008510         MOVE 'Y' TO CT-BROWSE-EOF-SW
008520         GO TO 4060-EXIT
008530     END-IF.
008540     ADD 1 TO CT-SKIP-COUNT.
008550 4060-EXIT.
008560     EXIT.
008570*                                                               *
008580*    5000-SEND-CERT-MAP - ALWAYS ERASE; THE WORKSHEET LINES     *
008590*    WERE JUST REBUILT AND THE DECISION FIELDS COME BACK EMPTY. *
008600*    THE HEADING SHOWS THE CYCLE AND THE QUEUE ON THE GLASS.    *
008610*                                                               *
008620 5000-SEND-CERT-MAP.
008630     IF CT-MSG-TEXT = SPACES
008640         EVALUATE TRUE
008650             WHEN CT-CYCLE-CLOSED
008660                 MOVE 'CYCLE IS CLOSED - VIEW ONLY.  PF3=MENU'
008670                     TO CT-MSG-TEXT
008680             WHEN CT-CYCLE-OPEN
008690                 MOVE 'KEY ID AND K=KEEP OR R=REVOKE - PF3=MENU'
008700                     TO CT-MSG-TEXT
008710             WHEN OTHER
008720                 MOVE 'PF3=MENU' TO CT-MSG-TEXT
008730         END-EVALUATE
008740     END-IF.
008750     MOVE CA-SELECT-KEY OF CT-COMMAREA TO CRVWRO.
008760     IF NOT CT-NO-CYCLE
008770         MOVE CT-CYCLE-ID TO CCYCLO
008780     END-IF.
008790     MOVE CT-MSG-TEXT TO CMSGO.
008800     MOVE SPACES TO CT-MSG-TEXT.
008810     EXEC CICS SEND MAP('CERTMAP')
008820         MAPSET('TESTMSD')
008830         ERASE
008840     END-EXEC.
008850 5000-EXIT.
008860     EXIT.
008870*                                                               *
008880*    8100-WRITE-JOURNAL - AUDIT RECORD FOR THIS AID KEY,        *
008890*    WRITTEN TO THE EXTRAPARTITION TD QUEUE AUDT SO RPTACOB CAN *
008900*    READ IT OVERNIGHT.                                         *
008910*                                                               *
008920 8100-WRITE-JOURNAL.
008930     MOVE EIBTRNID TO JRN-TRANS-ID.
008940     MOVE EIBAID   TO JRN-AID.
008950     MOVE EIBOPID  TO JRN-OPERATOR-ID.
008960     MOVE CA-OPERATOR-ID OF CT-COMMAREA
008970         TO JRN-USER-ID.
008980     MOVE EIBTRMID TO JRN-TERMINAL-ID.
008990     MOVE EIBDATE  TO JRN-DATE.
009000     MOVE EIBTIME  TO JRN-TIME.
009010     MOVE 'CERTCOB' TO JRN-PROGRAM-ID.
009020     MOVE CT-JRN-OPTION  TO JRN-OPTION.
009030     MOVE CT-JRN-OUTCOME TO JRN-OUTCOME.
009040*    THE BALANCING SEQUENCE - CONTINUOUS ACROSS THE             *
009050*    CONVERSATION, RESTARTING AT 1 WITH A FRESH ONE (THE        *
009060*    CARRIED FIELD ARRIVES NON-NUMERIC ON A COLD START).        *
009070     IF CA-JRN-SEQ OF CT-COMMAREA NOT NUMERIC
009080         MOVE ZERO TO CA-JRN-SEQ OF CT-COMMAREA
009090     END-IF.
009100     ADD 1 TO CA-JRN-SEQ OF CT-COMMAREA.
009110     MOVE CA-JRN-SEQ OF CT-COMMAREA TO JRN-TASK-SEQ.
009120     EXEC CICS WRITEQ TD
009130         QUEUE('AUDT')
009140         FROM(KAJCJRN-RECORD)
009150         LENGTH(LENGTH OF KAJCJRN-RECORD)
009160         RESP(CT-RESP)
009170     END-EXEC.
009180*                                                               *
009190*    BEST-EFFORT COPY FOR THE SAME-DAY MONITOR (ACTVCOB) - THE  *
009200*    TD QUEUE IS THE JOURNAL OF RECORD, SO A FAILURE HERE IS    *
009210*    ABSORBED RATHER THAN STOPPING THE TRANSACTION.             *
009220*                                                               *
009230     EXEC CICS WRITEQ TS
009240         QUEUE('KAJCJRNL')
009250         FROM(KAJCJRN-RECORD)
009260         LENGTH(LENGTH OF KAJCJRN-RECORD)
009270         AUXILIARY
009280         RESP(CT-TS-RESP)
009290     END-EXEC.
009300     MOVE SPACES TO CT-JRN-OPTION.
009310     MOVE 'G'    TO CT-JRN-OUTCOME.
009320     IF CT-RESP NOT = DFHRESP(NORMAL)
009330         GO TO 9600-AUDITQ-ERROR
009340     END-IF.
009350 8100-EXIT.
009360     EXIT.
009370*                                                               *
009380*    9200/9400/9600 - CONDITION HANDLERS.  EACH SETS A PLAIN-   *
009390*    ENGLISH MESSAGE AND FALLS INTO 9500-ERROR-COMMON TO        *
009400*    REDISPLAY THE SCREEN INSTEAD OF LETTING CICS ABEND THE     *
009410*    TRANSACTION.                                               *
009420*                                                               *
009430 9200-NOTOPEN-ERROR.
009440     MOVE 'CERTIFICATION FILES ARE CURRENTLY UNAVAILABLE'
009450         TO CT-MSG-TEXT.
009460     GO TO 9500-ERROR-COMMON.
009470 9400-PGMIDERR-ERROR.
009480     MOVE 'REQUESTED PROGRAM IS NOT INSTALLED IN THIS REGION'
009490         TO CT-MSG-TEXT.
009500     GO TO 9500-ERROR-COMMON.
009510 9500-ERROR-COMMON.
009520     MOVE SPACES TO CERTMAPO.
009530     MOVE CT-MSG-TEXT TO CMSGO.
009540     EXEC CICS SEND MAP('CERTMAP')
009550         MAPSET('TESTMSD')
009560         ERASE
009570     END-EXEC.
009580     MOVE 'CERTCOB' TO CA-LAST-PGM OF CT-COMMAREA.
009590     EXEC CICS RETURN
009600         TRANSID(EIBTRNID)
009610         COMMAREA(CT-COMMAREA)
009620         LENGTH(LENGTH OF CT-COMMAREA)
009630     END-EXEC.
009640*                                                               *
009650*    9600-AUDITQ-ERROR - THE AUDIT QUEUE (AUDT) GOING NOTOPEN   *
009660*    IS A DIFFERENT PROBLEM THAN THE CERTIFICATION FILE GOING   *
009670*    NOTOPEN - RESP IS CHECKED EXPLICITLY ON THE WRITEQ TD SO   *
009680*    THIS DOESN'T GET LUMPED INTO 9200-NOTOPEN-ERROR'S WORDING. *
009690*                                                               *
009700 9600-AUDITQ-ERROR.
009710     MOVE 'AUDIT QUEUE CURRENTLY UNAVAILABLE' TO CT-MSG-TEXT.
009720     GO TO 9500-ERROR-COMMON.
