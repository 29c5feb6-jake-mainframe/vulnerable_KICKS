000480*                     HISTCOB LEG                              *
000490*    09/02/26   JTM   8100 STAMPS JRN-TASK-SEQ FROM CA-JRN-SEQ  *
000500*                     SO BALNCOB CAN BALANCE THE DAY'S JOURNAL  *
000501*    10/15/26   JTM   1050 NOW AUTHORIZES FROM THE OPTENT       *
000502*                     OPTION ENTITLEMENT FILE (COPY KAJCENT,    *
000503*                     1060) - THE SIGNED-ON ID MUST STILL BE    *
000504*                     ACTIVE AND BE ENTITLED TO 'INQR', NOT     *
000505*                     JUST ARRIVE WITH CA-AUTH-FLAG SET         *
000506*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000507*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000508*                     1070): THE ENTITLEMENT CHECK USES THE     *
000509*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000510*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000511*    10/15/26   JTM   3000 SHOWS ANY DELEGATION IN FORCE FOR    *
000512*                     THE DISPLAYED OPERATOR, OR APPROVED TO    *
000513*                     START LATER, ON THE NEW IDLG LINE (3100)  *
000514 ENVIRONMENT DIVISION.
000520 DATA DIVISION.
000530 WORKING-STORAGE SECTION.
000540 77  IQ-AUTH-SW            PIC X(01) VALUE 'N'.
000660 77  IQ-TS-RESP            PIC S9(8) COMP VALUE 0.
000670 77  IQ-NUM-DISP           PIC 9(07) VALUE ZERO.
000680*                                                               *
000681*    THE DELEGATION LINE (IDLG) - WHETHER IT HAS STARTED, THE   *
000682*    AUTHORITY DELEGATED, ITS DATES AND WHY.                    *
000683*                                                               *
000684 01  IQ-DLG-LINE.
000685     05  IQ-DL-STATE       PIC X(08).
000686     05  FILLER            PIC X(07) VALUE '  AUTH '.
000687     05  IQ-DL-AUTH        PIC X(01).
000688     05  FILLER            PIC X(02) VALUE SPACES.
000689     05  IQ-DL-START       PIC 9(07).
000690     05  FILLER            PIC X(01) VALUE '-'.
000691     05  IQ-DL-END         PIC 9(07).
000692     05  FILLER            PIC X(02) VALUE SPACES.
000693     05  IQ-DL-REASON      PIC X(30).
000694     05  FILLER            PIC X(07) VALUE SPACES.
000695*                                                               *
000696*                                                               *
000700*    SESSION WORK FIELDS FOR 1100-CHECK-SESSION - THE IDLE      *
000710*    LIMIT IS MINUTES WITHOUT ACTIVITY BEFORE THE CONVERSATION  *
000720*    IS FORCED BACK THROUGH SGONCOB.                            *
000790 77  IQ-CUR-MMSS           PIC S9(4) COMP VALUE 0.
000800 77  IQ-CUR-MM             PIC S9(4) COMP VALUE 0.
000810 77  IQ-IDLE-MINS          PIC S9(8) COMP VALUE 0.
000811*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
000812*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
000813 77  IQ-ENT-SW             PIC X(01) VALUE 'N'.
000814 77  IQ-EFF-AUTH           PIC X(01) VALUE SPACE.
000815 01  IQ-ENT-RIDFLD.
000816     05  IQ-ENT-OPTION     PIC X(04) VALUE SPACES.
000817     05  IQ-ENT-OPID       PIC X(08) VALUE SPACES.
000820*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
000830*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
000840*    (EIBCALEN = 0) THERE IS NO CALLER-SUPPLIED STORAGE FOR     *
000880 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==IQ-COMMAREA==.
000890*                                                               *
000900 COPY KAJCOPT.
000903 COPY KAJCENT.
000906 COPY KAJCDLG.
000910 COPY KAJCSES.
000920 COPY KAJCJRN.
000930 COPY TESTMSD.
001740 1000-EXIT.
001750     EXIT.
001760*                                                               *
001770*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
001780*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
001790*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
001791*    ENTITLED TO OPTION 'INQR' ON THE OPTENT FILE (1060, SEE    *
001792*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
001793*    SWITCH AT 'N'.                                             *
001794*                                                               *
001795 1050-CHECK-AUTHORITY.
001796     MOVE 'N' TO IQ-AUTH-SW.
001797     IF EIBCALEN = 0 OR NOT CA-AUTHORIZED OF IQ-COMMAREA
001798         GO TO 1050-EXIT
001799     END-IF.
001800     MOVE CA-OPERATOR-ID OF IQ-COMMAREA TO IQ-OPERATOR-KEY.
001801     EXEC CICS READ
001802         FILE('OPERTOR')
001803         INTO(KAJCOPT-RECORD)
001804         RIDFLD(IQ-OPERATOR-KEY)
001805         KEYLENGTH(8)
001806         RESP(IQ-RESP)
001807     END-EXEC.
001808     IF IQ-RESP NOT = DFHRESP(NORMAL)
001809         GO TO 1050-EXIT
001810     END-IF.
001811     IF NOT OPT-IS-ACTIVE
001812         GO TO 1050-EXIT
001813     END-IF.
001814     MOVE OPT-AUTHORITY TO IQ-EFF-AUTH.
001815     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
001816     MOVE 'INQR' TO IQ-ENT-OPTION.
001817     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
001818     MOVE IQ-ENT-SW TO IQ-AUTH-SW.
001819 1050-EXIT.
001820     EXIT.
001821*                                                               *
001822*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
001823*    OPTION IQ-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
001824*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
001825*    OPTION'S DEFINITION MUST BE ON FILE AND IQ-EFF-AUTH        *
001826*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
001827*    UNAVAILABLE, DENIES.                                       *
001828*                                                               *
001829 1060-CHECK-ENTITLEMENT.
001830     MOVE 'N' TO IQ-ENT-SW.
001831     MOVE CA-OPERATOR-ID OF IQ-COMMAREA TO IQ-ENT-OPID.
001832     EXEC CICS READ
001833         FILE('OPTENT')
001834         INTO(KAJCENT-RECORD)
001835         RIDFLD(IQ-ENT-RIDFLD)
001836         KEYLENGTH(12)
001837         RESP(IQ-RESP)
001838     END-EXEC.
001839     IF IQ-RESP = DFHRESP(NORMAL)
001840         IF ENT-OVR-GRANT
001841             MOVE 'Y' TO IQ-ENT-SW
001842             GO TO 1060-EXIT
001843         END-IF
001844         IF ENT-OVR-DENY
001845             GO TO 1060-EXIT
001846         END-IF
001847     END-IF.
001848     MOVE SPACES TO IQ-ENT-OPID.
001849     EXEC CICS READ
001850         FILE('OPTENT')
001851         INTO(KAJCENT-RECORD)
001852         RIDFLD(IQ-ENT-RIDFLD)
001853         KEYLENGTH(12)
001854         RESP(IQ-RESP)
001855     END-EXEC.
001856     IF IQ-RESP = DFHRESP(NORMAL)
001857         AND IQ-EFF-AUTH NOT < ENT-MIN-AUTH
001858         MOVE 'Y' TO IQ-ENT-SW
001859     END-IF.
001860 1060-EXIT.
001861     EXIT.
001862*                                                               *
001863*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
001864*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
001865*    IQ-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
001866*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
001867*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
001868*                                                               *
001869 1070-APPLY-DELEGATION.
001870     EXEC CICS READ
001871         FILE('DELEGT')
001872         INTO(KAJCDLG-RECORD)
001873         RIDFLD(IQ-OPERATOR-KEY)
001874         KEYLENGTH(8)
001875         RESP(IQ-RESP)
001876     END-EXEC.
001877     IF IQ-RESP NOT = DFHRESP(NORMAL)
001878         GO TO 1070-EXIT
001879     END-IF.
001880     IF DLG-STAT-ACTIVE
001881         AND DLG-START-DATE NOT > EIBDATE
001882         AND DLG-END-DATE NOT < EIBDATE
001883         AND DLG-AUTHORITY > IQ-EFF-AUTH
001884         MOVE DLG-AUTHORITY TO IQ-EFF-AUTH
001885     END-IF.
001886 1070-EXIT.
001890     EXIT.
001900*                                                               *
001910*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
003590     MOVE OPT-LAST-ON-TIME TO IQ-NUM-DISP.
003600     MOVE IQ-NUM-DISP      TO ILSTMO.
003610     MOVE OPT-FAIL-COUNT   TO IFAILO.
003615     PERFORM 3100-SHOW-DELEGATION THRU 3100-EXIT.
003620     MOVE 'ENTER=NEW  PF4=EVENTS  PF6=HISTORY  PF3=RETURN'
003630         TO IMSGO.
003640     EXEC CICS SEND MAP('INQRMAP')
003650         MAPSET('TESTMSD')
003660         ERASE
003661     END-EXEC.
003662 3000-EXIT.
003663     EXIT.
003664*                                                               *
003665*    3100-SHOW-DELEGATION - THE DELEGATION ON DELEGT FOR THE    *
003666*    DISPLAYED OPERATOR (SEE KAJCDLG), IF IT IS IN FORCE TODAY  *
003667*    OR APPROVED TO START LATER.  ONE THAT HAS LAPSED OR BEEN   *
003668*    REVOKED, OR THE FILE UNAVAILABLE, LEAVES IDLG BLANK - THE  *
003669*    REST OF THE DETAIL STILL SHOWS.                            *
003670*                                                               *
003671 3100-SHOW-DELEGATION.
003672     EXEC CICS READ
003673         FILE('DELEGT')
003674         INTO(KAJCDLG-RECORD)
003675         RIDFLD(IQ-OPERATOR-KEY)
003676         KEYLENGTH(8)
003677         RESP(IQ-RESP)
003678     END-EXEC.
003679     IF IQ-RESP NOT = DFHRESP(NORMAL)
003680         GO TO 3100-EXIT
003681     END-IF.
003682     IF NOT DLG-STAT-ACTIVE OR DLG-END-DATE < EIBDATE
003683         GO TO 3100-EXIT
003684     END-IF.
003685     IF DLG-START-DATE > EIBDATE
003686         MOVE 'APPROVED' TO IQ-DL-STATE
003687     ELSE
003688         MOVE 'IN FORCE' TO IQ-DL-STATE
003689     END-IF.
003690     MOVE DLG-AUTHORITY  TO IQ-DL-AUTH.
003691     MOVE DLG-START-DATE TO IQ-DL-START.
003692     MOVE DLG-END-DATE   TO IQ-DL-END.
003693     MOVE DLG-REASON     TO IQ-DL-REASON.
003694     MOVE IQ-DLG-LINE    TO IDLGO.
003695 3100-EXIT.
003696     EXIT.
003700*                                                               *
003710*    4000-RETURN-TO-CALLER - PF3.  BACK TO THE LIST SCREEN WITH *
003720*    THE COMMAREA INTACT (CA-CURSOR-KEY STILL ANCHORS THE PAGE  *
