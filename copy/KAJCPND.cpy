000173*                     OF THE FILLER (6 -> 2 BYTES); APRVCOB    *
000174*                     APPLIES IT TO OPT-PRINT-DEST (BLANK ON   *
000175*                     A CHANGE MEANS LEAVE IT ALONE)           *
000176*    10/15/26   JTM   PCH-EXT-DATA ADDED AT THE END (RECORD    *
000177*                     LENGTH 72 -> 132), REDEFINED BY          *
000178*                     ACTION.  ACTION 'E' IS AN OPTION         *
000179*                     ENTITLEMENT CHANGE KEYED ON ENTMCOB      *
000180*    10/15/26   JTM   PCH-OPR-DATA REDEFINES PCH-EXT-DATA FOR  *
000181*                     THE OPERATOR ACTIONS A/C/D/R:            *
000182*                     PCH-BATCH-ID AND PCH-BATCH-LINE TIE A    *
000183*                     CHANGE TO THE MASS-CHANGE LOAD (MCHGCOB) *
000184*                     THAT QUEUED IT; APRVCOB DECIDES A BATCH  *
000185*                     AS A UNIT                                *
000186*    10/15/26   JTM   ACTION 'T' - A TEMPORARY DELEGATED       *
000187*                     AUTHORITY KEYED ON DLGMCOB (COPY         *
000188*                     KAJCDLG), PCH-DLG-DATA REDEFINES         *
000189*                     PCH-EXT-DATA FOR IT                      *
000190*    10/15/26   JTM   88 PCH-STAT-HELD ('H') - MCHGCOB QUEUES  *
000191*                     HELD; THE SUBMITTER'S RELEASE ON APRVCOB *
000192*                     RE-STAMPS PCH-REQ-BY AND MAKES IT 'P'    *
000193***************************************************************
000194 01  KAJCPND-RECORD.
000200     02  PCH-KEY.
000210         05  PCH-TARGET-ID    PIC X(08).
000220         05  PCH-SEQUENCE     PIC 9(03).
000250         88  PCH-ACT-CHANGE       VALUE 'C'.
000260         88  PCH-ACT-DEACTIVATE   VALUE 'D'.
000270         88  PCH-ACT-REACTIVATE   VALUE 'R'.
000273         88  PCH-ACT-ENTITLE      VALUE 'E'.
000276         88  PCH-ACT-DELEGATE     VALUE 'T'.
000280     02  PCH-NAME             PIC X(20).
000290     02  PCH-AUTHORITY        PIC X(01).
000300     02  PCH-STATUS           PIC X(01).
000310         88  PCH-STAT-PENDING     VALUE 'P'.
000320         88  PCH-STAT-APPROVED    VALUE 'A'.
000330         88  PCH-STAT-REJECTED    VALUE 'R'.
000335         88  PCH-STAT-HELD        VALUE 'H'.
000340     02  PCH-REQ-BY           PIC X(08).
000350     02  PCH-REQ-DATE         PIC S9(7) COMP-3.
000360     02  PCH-REQ-TIME         PIC S9(7) COMP-3.
000390     02  PCH-DEC-TIME         PIC S9(7) COMP-3.
000395     02  PCH-PRINT-DEST       PIC X(04).
000400     02  FILLER               PIC X(02).
000410     02  PCH-EXT-DATA         PIC X(60).
000420*                                                               *
000430*    ACTION 'E' - OPTION ENTITLEMENT CHANGE (COPY KAJCENT).   *
000440*    PCH-TARGET-ID IS '*' + THE OPTION CODE, SO ALL THE       *
000450*    CHANGES TO ONE OPTION SHARE A SEQUENCE RANGE AND CAN     *
000460*    NEVER COLLIDE WITH AN OPERATOR ID; PCH-NAME CARRIES A    *
000470*    READABLE SUMMARY FOR THE APRVCOB AND SECRCOB LISTS.      *
000480*    A BLANK PCH-ENT-OPERATOR MEANS THE OPTION DEFINITION.    *
000490*                                                               *
000500     02  PCH-ENT-DATA REDEFINES PCH-EXT-DATA.
000510         05  PCH-ENT-FUNC     PIC X(01).
000520             88  PCH-ENT-DEFINE       VALUE 'A'.
000530             88  PCH-ENT-REDEFINE     VALUE 'C'.
000540             88  PCH-ENT-GRANT        VALUE 'G'.
000550             88  PCH-ENT-DENY         VALUE 'D'.
000560             88  PCH-ENT-REMOVE       VALUE 'X'.
000570         05  PCH-ENT-OPTION   PIC X(04).
000580         05  PCH-ENT-OPERATOR PIC X(08).
000590         05  PCH-ENT-PROGRAM  PIC X(08).
000600         05  PCH-ENT-DESC     PIC X(30).
000610         05  PCH-ENT-MIN-AUTH PIC X(01).
000620         05  PCH-ENT-MENU-FLAG PIC X(01).
000630         05  FILLER           PIC X(07).
000640*                                                               *
000650*    ACTIONS A, C, D AND R - OPERATOR MAINTENANCE.  A CHANGE  *
000660*    KEYED ON UPDTCOB (OR CERTCOB) HAS A BLANK PCH-BATCH-ID;  *
000670*    ONE QUEUED BY THE MASS-CHANGE LOAD (MCHGCOB) CARRIES THE *
000680*    LOAD'S BATCH ID AND ITS LINE NUMBER ON THE CHANGE FILE,  *
000690*    AND IS APPROVED OR REJECTED ONLY WITH THE REST OF ITS    *
000700*    BATCH.                                                   *
000710*                                                               *
000720     02  PCH-OPR-DATA REDEFINES PCH-EXT-DATA.
000730         05  PCH-BATCH-ID     PIC X(08).
000740         05  PCH-BATCH-LINE   PIC 9(05).
000750         05  FILLER           PIC X(47).
000760*                                                               *
000770*    ACTION 'T' - DELEGATED AUTHORITY (COPY KAJCDLG).         *
000780*    PCH-TARGET-ID IS THE OPERATOR THE DELEGATION IS FOR AND  *
000790*    PCH-AUTHORITY THE AUTHORITY DELEGATED; PCH-NAME CARRIES  *
000800*    A READABLE SUMMARY FOR THE APRVCOB AND SECRCOB LISTS.    *
000810*    G GRANTS FOR THE DATES (REPLACING ANY DELEGATION THE     *
000820*    OPERATOR ALREADY HAS), V REVOKES THE ONE ON FILE.        *
000830*                                                               *
000840     02  PCH-DLG-DATA REDEFINES PCH-EXT-DATA.
000850         05  PCH-DLG-FUNC     PIC X(01).
000860             88  PCH-DLG-GRANT        VALUE 'G'.
000870             88  PCH-DLG-REVOKE       VALUE 'V'.
000880         05  PCH-DLG-START    PIC S9(7) COMP-3.
000890         05  PCH-DLG-END      PIC S9(7) COMP-3.
000900         05  PCH-DLG-REASON   PIC X(30).
000910         05  FILLER           PIC X(21).
