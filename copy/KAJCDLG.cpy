000010***************************************************************
000020*    KAJCDLG - TEMPORARY DELEGATED AUTHORITY RECORD           *
000030*    ONE RECORD PER OPERATOR.  KEYED VSAM FILE DELEGT, KEY =  *
000040*    DLG-OPERATOR-ID.  A DELEGATION LETS A NAMED OPERATOR     *
000050*    WORK AT A HIGHER AUTHORITY (DLG-AUTHORITY) FROM          *
000060*    DLG-START-DATE TO DLG-END-DATE INCLUSIVE - COVER FOR AN  *
000070*    ABSENT SUPERVISOR OR ADMIN - WITHOUT TOUCHING THE        *
000080*    OPERATOR'S OWN OPT-AUTHORITY ON THE OPERTOR MASTER.      *
000090*    IT IS KEYED ON THE DLGMCOB SCREEN AS A PENDCH REQUEST    *
000100*    (ACTION 'T', SEE KAJCPND) AND ONLY WRITTEN HERE WHEN A   *
000110*    SECOND ADMIN APPROVES IT ON APRVCOB; A REVOKE GOES       *
000120*    THROUGH THE SAME PAIR OF EYES.                           *
000130*                                                             *
000140*    A DELEGATION IS IN FORCE ON A GIVEN DAY WHEN IT IS       *
000150*    ACTIVE AND THE DAY FALLS BETWEEN ITS DATES; KAJCCOB AND  *
000160*    EVERY CHILD SCREEN'S ENTITLEMENT CHECK THEN MEASURE THE  *
000170*    OPERATOR BY THE HIGHER OF OPT-AUTHORITY AND              *
000180*    DLG-AUTHORITY.  DLGXCOB MARKS A LAPSED DELEGATION        *
000190*    EXPIRED OVERNIGHT AND REPORTS THOSE STARTING, ENDING AND *
000200*    OVERDUE FOR REVIEW.  AN EXPIRED OR REVOKED RECORD STAYS  *
000210*    ON FILE UNTIL THE NEXT GRANT FOR THE OPERATOR REPLACES   *
000220*    IT.  DATES ARE 0CYYDDD, THE SAME AS EIBDATE.             *
000230*                                                             *
000240*    MODIFICATION HISTORY                                     *
000250*    DATE       INIT  DESCRIPTION                             *
000260*    --------   ----  ----------------------------------------*
000270*    10/15/26   JTM   ORIGINAL                                *
000280***************************************************************
000290 01  KAJCDLG-RECORD.
000300     02  DLG-OPERATOR-ID      PIC X(08).
000310     02  DLG-AUTHORITY        PIC X(01).
000320     02  DLG-BASE-AUTH        PIC X(01).
000330     02  DLG-START-DATE       PIC S9(7) COMP-3.
000340     02  DLG-END-DATE         PIC S9(7) COMP-3.
000350     02  DLG-REASON           PIC X(30).
000360     02  DLG-STATUS           PIC X(01).
000370         88  DLG-STAT-ACTIVE      VALUE 'A'.
000380         88  DLG-STAT-EXPIRED     VALUE 'X'.
000390         88  DLG-STAT-REVOKED     VALUE 'V'.
000400     02  DLG-REQ-BY           PIC X(08).
000410     02  DLG-APPR-BY          PIC X(08).
000420     02  DLG-APPR-DATE        PIC S9(7) COMP-3.
000430     02  DLG-APPR-TIME        PIC S9(7) COMP-3.
000440     02  DLG-CLOSE-BY         PIC X(08).
000450     02  DLG-CLOSE-DATE       PIC S9(7) COMP-3.
000460     02  FILLER               PIC X(15).
