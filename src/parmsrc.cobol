000200*    MODIFICATION HISTORY                                       *
000210*    DATE       INIT  DESCRIPTION                               *
000220*    --------   ----  -----------------------------------------*
000221*    09/02/26   JTM   ORIGINAL                                  *
000222*    09/02/26   JTM   8100 STAMPS JRN-TASK-SEQ FROM CA-JRN-SEQ  *
000223*                     SO BALNCOB CAN BALANCE THE DAY'S JOURNAL  *
000224*    09/02/26   JTM   THE ENTER KEY'S JOURNAL WRITE IS NOW      *
000225*                     DEFERRED INTO THE RECEIVE/CHANGE LEGS SO  *
000226*                     THE OUTCOME IS KNOWN WHEN IT IS WRITTEN,  *
000227*                     AND A SUCCESSFUL CHANGE JOURNALS THE      *
000228*                     LEADING FOUR BYTES OF THE PARAMETER KEY   *
000229*                     IN JRN-OPTION - THE AUDT TRAIL NOW SAYS   *
000230*                     WHO TURNED WHICH KNOB                     *
000231*    10/15/26   JTM   1050 NOW AUTHORIZES FROM THE OPTENT       *
000232*                     OPTION ENTITLEMENT FILE (COPY KAJCENT,    *
000233*                     1060) - THE FIXED ACTIVE-ADMIN TEST IS    *
000234*                     NOW THE ADMIN MINIMUM ON THE 'PARM'       *
000235*                     DEFINITION, AND AN OVERRIDE CAN GRANT OR  *
000236*                     DENY ONE OPERATOR                         *
000237*    10/15/26   JTM   1050 ALSO HONOURS AN APPROVED DELEGATION  *
000238*                     IN FORCE TODAY (DELEGT, COPY KAJCDLG -    *
000239*                     1070): THE ENTITLEMENT CHECK USES THE     *
000240*                     DELEGATED AUTHORITY WHEN IT IS HIGHER;    *
000241*                     OPT-AUTHORITY ITSELF IS NOT CHANGED       *
000242 ENVIRONMENT DIVISION.
000250 DATA DIVISION.
000260 WORKING-STORAGE SECTION.
000270 77  PM-AUTH-SW            PIC X(01) VALUE 'N'.
000630 77  PM-CUR-MMSS           PIC S9(4) COMP VALUE 0.
000640 77  PM-CUR-MM             PIC S9(4) COMP VALUE 0.
000650 77  PM-IDLE-MINS          PIC S9(8) COMP VALUE 0.
000651*    ENTITLEMENT CHECK (1050/1060, SEE KAJCENT) - THE OPTENT    *
000652*    KEY, THE ANSWER, AND THE AUTHORITY IT IS MEASURED BY.      *
000653 77  PM-ENT-SW             PIC X(01) VALUE 'N'.
000654 77  PM-EFF-AUTH           PIC X(01) VALUE SPACE.
000655 01  PM-ENT-RIDFLD.
000656     05  PM-ENT-OPTION     PIC X(04) VALUE SPACES.
000657     05  PM-ENT-OPID       PIC X(08) VALUE SPACES.
000660*                                                               *
000670*    OUTGOING COMMAREA IS BUILT HERE IN WORKING-STORAGE, NOT IN *
000680*    THE LINKAGE-SECTION DFHCOMMAREA BELOW - ON A COLD START    *
000730 COPY KAJCCOM REPLACING ==KAJCCOM-AREA== BY ==PM-COMMAREA==.
000740*                                                               *
000750 COPY KAJCOPT.
000753 COPY KAJCENT.
000756 COPY KAJCDLG.
000760 COPY KAJCPRM.
000770 COPY KAJCSES.
000780 COPY KAJCJRN.
001590 1000-EXIT.
001600     EXIT.
001610*                                                               *
001620*    1050-CHECK-AUTHORITY - CA-AUTH-FLAG IS TRUSTED ONLY WHEN   *
001630*    IT CAME FROM A CALLER (EIBCALEN NOT = 0); THE SIGNED-ON    *
001640*    ID MUST THEN STILL BE ACTIVE ON THE MASTER AND BE          *
001650*    ENTITLED TO OPTION 'PARM' ON THE OPTENT FILE (1060, SEE    *
001660*    KAJCENT).  A NOTFND OR NOTOPEN ON EITHER FILE LEAVES THE   *
001665*    SWITCH AT 'N'.                                             *
001670*                                                               *
001680 1050-CHECK-AUTHORITY.
001690     MOVE 'N' TO PM-AUTH-SW.
001770         RIDFLD(PM-OPERATOR-KEY)
001780         KEYLENGTH(8)
001790         RESP(PM-RESP)
001791     END-EXEC.
001792     IF PM-RESP NOT = DFHRESP(NORMAL)
001793         GO TO 1050-EXIT
001794     END-IF.
001795     IF NOT OPT-IS-ACTIVE
001796         GO TO 1050-EXIT
001797     END-IF.
001798     MOVE OPT-AUTHORITY TO PM-EFF-AUTH.
001799     PERFORM 1070-APPLY-DELEGATION THRU 1070-EXIT.
001800     MOVE 'PARM' TO PM-ENT-OPTION.
001801     PERFORM 1060-CHECK-ENTITLEMENT THRU 1060-EXIT.
001802     MOVE PM-ENT-SW TO PM-AUTH-SW.
001803 1050-EXIT.
001804     EXIT.
001805*                                                               *
001806*    1060-CHECK-ENTITLEMENT - MAY THE SIGNED-ON OPERATOR USE    *
001807*    OPTION PM-ENT-OPTION?  AN OVERRIDE RECORD FOR THE          *
001808*    OPERATOR WINS (G GRANTS, D DENIES); OTHERWISE THE          *
001809*    OPTION'S DEFINITION MUST BE ON FILE AND PM-EFF-AUTH        *
001810*    AT LEAST ITS MINIMUM.  NO DEFINITION, OR THE FILE          *
001811*    UNAVAILABLE, DENIES.                                       *
001812*                                                               *
001813 1060-CHECK-ENTITLEMENT.
001814     MOVE 'N' TO PM-ENT-SW.
001815     MOVE CA-OPERATOR-ID OF PM-COMMAREA TO PM-ENT-OPID.
001816     EXEC CICS READ
001817         FILE('OPTENT')
001818         INTO(KAJCENT-RECORD)
001819         RIDFLD(PM-ENT-RIDFLD)
001820         KEYLENGTH(12)
001821         RESP(PM-RESP)
001822     END-EXEC.
001823     IF PM-RESP = DFHRESP(NORMAL)
001824         IF ENT-OVR-GRANT
001825             MOVE 'Y' TO PM-ENT-SW
001826             GO TO 1060-EXIT
001827         END-IF
001828         IF ENT-OVR-DENY
001829             GO TO 1060-EXIT
001830         END-IF
001831     END-IF.
001832     MOVE SPACES TO PM-ENT-OPID.
001833     EXEC CICS READ
001834         FILE('OPTENT')
001835         INTO(KAJCENT-RECORD)
001836         RIDFLD(PM-ENT-RIDFLD)
001837         KEYLENGTH(12)
001838         RESP(PM-RESP)
001839     END-EXEC.
001840     IF PM-RESP = DFHRESP(NORMAL)
001841         AND PM-EFF-AUTH NOT < ENT-MIN-AUTH
001842         MOVE 'Y' TO PM-ENT-SW
001843     END-IF.
001844 1060-EXIT.
001845     EXIT.
001846*                                                               *
001847*    1070-APPLY-DELEGATION - A DELEGATION IN FORCE TODAY FOR    *
001848*    THE SIGNED-ON OPERATOR (DELEGT, SEE KAJCDLG) RAISES        *
001849*    PM-EFF-AUTH TO THE AUTHORITY DELEGATED; OPT-AUTHORITY      *
001850*    ITSELF IS NEVER CHANGED.  NO DELEGATION, ONE NOT IN FORCE  *
001851*    TODAY, OR THE FILE UNAVAILABLE LEAVES THE OPERATOR'S OWN.  *
001852*                                                               *
001853 1070-APPLY-DELEGATION.
001854     EXEC CICS READ
001855         FILE('DELEGT')
001856         INTO(KAJCDLG-RECORD)
001857         RIDFLD(PM-OPERATOR-KEY)
001858         KEYLENGTH(8)
001859         RESP(PM-RESP)
001860     END-EXEC.
001861     IF PM-RESP NOT = DFHRESP(NORMAL)
001862         GO TO 1070-EXIT
001863     END-IF.
001864     IF DLG-STAT-ACTIVE
001865         AND DLG-START-DATE NOT > EIBDATE
001866         AND DLG-END-DATE NOT < EIBDATE
001867         AND DLG-AUTHORITY > PM-EFF-AUTH
001868         MOVE DLG-AUTHORITY TO PM-EFF-AUTH
001869     END-IF.
001870 1070-EXIT.
001871     EXIT.
001880*                                                               *
001890*    1100-CHECK-SESSION - THE LIVE-SESSION GATE (SEE KAJCSES).  *
001900*    THE TERMINAL'S SESSON RECORD MUST EXIST, CARRY THE         *
