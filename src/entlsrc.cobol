000010 ID DIVISION.
000020 PROGRAM-ID.    ENTLCOB.
000030 AUTHOR.        J T MILLER.
000040 INSTALLATION.  DATA CENTER APPLICATIONS.
000050 DATE-WRITTEN.  10/15/26.
000060 DATE-COMPILED.
000070*                                                               *
000080*    ENTLCOB - OPTENT OPTION ENTITLEMENT FILE LOAD              *
000090*    ONE-SHOT LOAD OF THE OPTION DEFINITIONS ON THE OPTENT      *
000100*    FILE (COPY KAJCENT) - EVERY MENU OPTION THE OLD KAJCCOB    *
000110*    TARGET TABLE CARRIED, PLUS THE SUB-SCREEN AND IN-SCREEN    *
000120*    CHECKS, AT THE AUTHORITY THE PROGRAMS USED TO ENFORCE      *
000130*    THEMSELVES (SUPERVISOR FOR MOST, ADMIN FOR UPDT/APRV/      *
000140*    PARM/ENTM AND FOR WORKING ANOTHER REVIEWER'S CERT QUEUE,   *
000150*    VIEWER FOR THE PSWD SELF-SERVICE).  RUN ONCE WHEN THE      *
000160*    FILE IS FIRST DEFINED, OR AFTER A REDEFINE; A DEFINITION   *
000170*    ALREADY ON FILE IS LEFT ALONE (THE DUPLICATE WRITE IS      *
000180*    SKIPPED), SO A RERUN NEVER UNDOES A CHANGE APPROVED        *
000190*    THROUGH ENTMCOB.  NO OPERATOR OVERRIDES ARE LOADED.        *
000200*                                                               *
000210*    MODIFICATION HISTORY                                       *
000220*    DATE       INIT  DESCRIPTION                               *
000230*    --------   ----  ----------------------------------------- *
000240*    10/15/26   JTM   ORIGINAL                                  *
000250*    10/15/26   JTM   ADDS RUNS AND RUNA FOR THE NIGHTLY STREAM *
000255*    10/15/26   JTM   ADDS JRNS FOR THE JOURNAL DETAIL SEARCH   *
000257*    10/15/26   JTM   ADDS ALRT FOR THE SECURITY ALERT CONSOLE  *
000258*    10/15/26   JTM   ADDS TRMM FOR TERMINALS AND SHIFT WINDOWS *
000259*    10/15/26   JTM   ADDS DLGM FOR DELEGATED AUTHORITY         *
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ENT-FILE ASSIGN TO OPTENT
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS ENT-KEY
000360         FILE STATUS IS EL-ENT-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  ENT-FILE
000400     LABEL RECORDS ARE STANDARD.
000410 COPY KAJCENT.
000420 WORKING-STORAGE SECTION.
000430 77  EL-ENT-STATUS       PIC X(02) VALUE '00'.
000440 77  EL-ENTRY-IX         PIC S9(4) COMP VALUE 0.
000450 77  EL-LOAD-COUNT       PIC 9(03) VALUE ZERO.
000460 77  EL-SKIP-COUNT       PIC 9(03) VALUE ZERO.
000470*                                                               *
000480*    THE OPTION DEFINITIONS - CODE, PROGRAM, MINIMUM            *
000490*    AUTHORITY, MENU FLAG AND MENU DESCRIPTION.  HIST AND EVNT  *
000500*    ARE REACHED FROM INQRCOB, NOT THE MENU; CRTA IS THE        *
000510*    CHECK CERTCOB MAKES BEFORE ANOTHER REVIEWER'S QUEUE, AND   *
000520*    RUNA THE ONE RUNSCOB MAKES BEFORE A RERUN OR ACCEPT.       *
000530*                                                               *
000540 01  EL-SEED-DATA.
000550     05  FILLER  PIC X(44) VALUE
000560         'MAINMAINCOB 2YMAIN APPLICATION MENU         '.
000570     05  FILLER  PIC X(44) VALUE
000580         'LISTLISTCOB 2YOPERATOR LIST                 '.
000590     05  FILLER  PIC X(44) VALUE
000600         'INQRINQRCOB 2YOPERATOR DETAIL INQUIRY       '.
000610     05  FILLER  PIC X(44) VALUE
000620         'UPDTUPDTCOB 3YOPERATOR MAINTENANCE          '.
000630     05  FILLER  PIC X(44) VALUE
000640         'XFERXFERCOB 2YREPORT REQUEST TRANSFER       '.
000650     05  FILLER  PIC X(44) VALUE
000660         'RPTORPTOCOB 2YREPORT REQUEST                '.
000670     05  FILLER  PIC X(44) VALUE
000680         'ACTVACTVCOB 2YSAME-DAY ACTIVITY MONITOR     '.
000690     05  FILLER  PIC X(44) VALUE
000700         'PSWDPSWDCOB 1YCHANGE YOUR PASSWORD          '.
000710     05  FILLER  PIC X(44) VALUE
000720         'APRVAPRVCOB 3YAPPROVE PENDING CHANGES       '.
000730     05  FILLER  PIC X(44) VALUE
000740         'SESSSESSCOB 2YACTIVE SESSION MONITOR        '.
000750     05  FILLER  PIC X(44) VALUE
000760         'PARMPARMCOB 3YREGION PARAMETERS             '.
000770     05  FILLER  PIC X(44) VALUE
000780         'CERTCERTCOB 2YACCESS RECERTIFICATION        '.
000790     05  FILLER  PIC X(44) VALUE
000800         'ENTMENTMCOB 3YOPTION ENTITLEMENTS           '.
000810     05  FILLER  PIC X(44) VALUE
000820         'HISTHISTCOB 2NOPERATOR CHANGE HISTORY       '.
000830     05  FILLER  PIC X(44) VALUE
000840         'EVNTEVNTCOB 2NOPERATOR RECENT EVENTS        '.
000850     05  FILLER  PIC X(44) VALUE
000860         'CRTACERTCOB 3NCERT - ANY REVIEWER QUEUE     '.
000870     05  FILLER  PIC X(44) VALUE
000880         'RUNSRUNSCOB 2YNIGHTLY STREAM STATUS         '.
000890     05  FILLER  PIC X(44) VALUE
000900         'RUNARUNSCOB 3NRUNS - RERUN/ACCEPT A STEP    '.
000901     05  FILLER  PIC X(44) VALUE
000902         'JRNSJRNSCOB 3YJOURNAL DETAIL SEARCH         '.
000903     05  FILLER  PIC X(44) VALUE
000904         'ALRTALRTCOB 2YSECURITY ALERT CONSOLE        '.
000905     05  FILLER  PIC X(44) VALUE
000906         'TRMMTRMMCOB 3YTERMINALS AND SHIFT WINDOWS   '.
000907     05  FILLER  PIC X(44) VALUE
000908         'DLGMDLGMCOB 3YDELEGATED AUTHORITY           '.
000910 01  EL-SEED-TABLE REDEFINES EL-SEED-DATA.
000920     05  EL-SEED-ENTRY OCCURS 22 TIMES.
000930         10  EL-SEED-OPTION   PIC X(04).
000940         10  EL-SEED-PROGRAM  PIC X(08).
000950         10  EL-SEED-MIN-AUTH PIC X(01).
000960         10  EL-SEED-MENU     PIC X(01).
000970         10  EL-SEED-DESC     PIC X(30).
000980 PROCEDURE DIVISION.
000990*                                                               *
001000*    0000-MAINLINE                                              *
001010*                                                               *
001020 0000-MAINLINE.
001030     OPEN I-O ENT-FILE.
001040     IF EL-ENT-STATUS = '35'
001050         OPEN OUTPUT ENT-FILE
001060     END-IF.
001070     IF EL-ENT-STATUS NOT = '00'
001080         GO TO 9800-ENT-IO-ERROR
001090     END-IF.
001100     PERFORM 2000-LOAD-ONE-OPTION THRU 2000-EXIT
001110         VARYING EL-ENTRY-IX FROM 1 BY 1
001120         UNTIL EL-ENTRY-IX > 22.
001130     CLOSE ENT-FILE.
001140     DISPLAY 'ENTLCOB - LOADED ' EL-LOAD-COUNT
001150         ' SKIPPED ' EL-SKIP-COUNT.
001160     STOP RUN.
001170*                                                               *
001180*    2000-LOAD-ONE-OPTION - WRITE ONE DEFINITION; A DUPLICATE   *
001190*    KEY MEANS THE OPTION IS ALREADY ON FILE (POSSIBLY          *
001200*    CHANGED SINCE) AND IS LEFT ALONE.                          *
001210*                                                               *
001220 2000-LOAD-ONE-OPTION.
001230     MOVE SPACES TO KAJCENT-RECORD.
001240     MOVE EL-SEED-OPTION (EL-ENTRY-IX)   TO ENT-OPTION.
001250     MOVE EL-SEED-PROGRAM (EL-ENTRY-IX)  TO ENT-PROGRAM.
001260     MOVE EL-SEED-DESC (EL-ENTRY-IX)     TO ENT-DESC.
001270     MOVE EL-SEED-MIN-AUTH (EL-ENTRY-IX) TO ENT-MIN-AUTH.
001280     MOVE EL-SEED-MENU (EL-ENTRY-IX)     TO ENT-MENU-FLAG.
001290     MOVE 'ENTLCOB'                      TO ENT-CHG-BY.
001300     MOVE ZERO                           TO ENT-CHG-DATE.
001310     MOVE ZERO                           TO ENT-CHG-TIME.
001320     WRITE KAJCENT-RECORD.
001330     EVALUATE EL-ENT-STATUS
001340         WHEN '00'
001350             ADD 1 TO EL-LOAD-COUNT
001360         WHEN '22'
001370             ADD 1 TO EL-SKIP-COUNT
001380         WHEN OTHER
001390             GO TO 9800-ENT-IO-ERROR
001400     END-EVALUATE.
001410 2000-EXIT.
001420     EXIT.
001430*                                                               *
001440*    9800 - HARD STOP.                                          *
001450*                                                               *
001460 9800-ENT-IO-ERROR.
001470     DISPLAY 'ENTLCOB - ENTITLEMENT FILE I/O ERROR, STATUS '
001480         EL-ENT-STATUS.
001490     MOVE 16 TO RETURN-CODE.
001500     STOP RUN.
