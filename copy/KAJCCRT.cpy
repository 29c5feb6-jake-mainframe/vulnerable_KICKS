000010***************************************************************
000020*    KAJCCRT - ACCESS RECERTIFICATION WORKSHEET LINE          *
000030*    ONE RECORD PER OPERATOR PER QUARTERLY CERTIFICATION      *
000040*    CYCLE.  KEYED VSAM FILE CERTFL, KEY = CRT-CYCLE-ID +     *
000050*    CRT-REVIEWER-ID + CRT-OPERATOR-ID, SO ONE REVIEWER'S     *
000060*    LINES FOR A CYCLE SIT TOGETHER.  CRTOCOB OPENS A CYCLE   *
000070*    (ONE LINE FOR EVERY OPERATOR STILL HOLDING ACCESS, WITH  *
000080*    THE AUTHORITY, LAST SIGN-ON AND PRINT DESTINATION AS OF  *
000090*    THE OPEN, AND THE REVIEWER TAKEN FROM THE MANAGER ON THE *
000100*    SECURITY FEED); THE REVIEWER MARKS EACH LINE KEEP OR     *
000110*    REVOKE ON THE CERTCOB SCREEN, A REVOKE GOING TO PENDCH   *
000120*    AS A DEACTIVATION FOR A SECOND ADMIN TO APPROVE; CRTCCOB *
000130*    REPORTS THE LINES LEFT UNDECIDED OR DECIDED LATE AND     *
000140*    CLOSES THE CYCLE.  A BLANK CRT-REVIEWER-ID IS THE        *
000150*    UNASSIGNED QUEUE (NO FEED RECORD OR NO MANAGER), WORKED  *
000160*    BY THE ADMINISTRATORS.                                   *
000170*                                                               *
000180*    CRT-CYCLE-ID IS YYQN (E.G. 26Q4).  THE CYCLE CURRENTLY   *
000190*    OPEN IS HELD ON THE PARMFL PARAMETER FILE AS YYN (KEY    *
000200*    CERTCYCL); THE LAST CYCLE CLOSED AS THE SAME (CERTCLSD). *
000210*                                                               *
000220*    MODIFICATION HISTORY                                     *
000230*    DATE       INIT  DESCRIPTION                              *
000240*    --------   ----  ----------------------------------------*
000250*    10/15/26   JTM   ORIGINAL                                 *
000260***************************************************************
000270 01  KAJCCRT-RECORD.
000280     02  CRT-KEY.
000290         05  CRT-CYCLE-ID     PIC X(04).
000300         05  CRT-REVIEWER-ID  PIC X(08).
000310         05  CRT-OPERATOR-ID  PIC X(08).
000320     02  CRT-OPERATOR-NAME    PIC X(20).
000330     02  CRT-AUTHORITY        PIC X(01).
000340     02  CRT-ACTIVE-FLAG      PIC X(01).
000350     02  CRT-LAST-ON-DATE     PIC S9(7) COMP-3.
000360     02  CRT-PRINT-DEST       PIC X(04).
000370     02  CRT-OPEN-DATE        PIC S9(7) COMP-3.
000380     02  CRT-DUE-DATE         PIC S9(7) COMP-3.
000390     02  CRT-DECISION         PIC X(01).
000400         88  CRT-UNDECIDED        VALUE ' '.
000410         88  CRT-DEC-KEEP         VALUE 'K'.
000420         88  CRT-DEC-REVOKE       VALUE 'R'.
000430     02  CRT-DEC-BY           PIC X(08).
000440     02  CRT-DEC-DATE         PIC S9(7) COMP-3.
000450     02  CRT-DEC-TIME         PIC S9(7) COMP-3.
000460     02  CRT-PCH-SEQ          PIC 9(03).
000470     02  FILLER               PIC X(02).
