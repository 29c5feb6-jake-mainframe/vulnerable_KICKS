000330*                     PER TERMINAL FROM IT.  RECORD LENGTH     *
000340*                     41 -> 44; THE OFFLOAD DATASET CONVERTS   *
000350*                     WITH IT                                  *
000351*    10/15/26   JTM   OUTCOMES 'R' (SECURITY ALERT RAISED) AND *
000352*                     'A' (ALERT ACKNOWLEDGED), BOTH UNDER     *
000353*                     OPTION ALRT - SEE KAJCALR                *
000354*    10/15/26   JTM   SIGN-ON REFUSALS UNDER OPTION SGON -     *
000355*                     'U' (TERMINAL NOT REGISTERED OR NOT      *
000356*                     ACTIVE), 'H' (OPERATOR'S AUTHORITY ABOVE *
000357*                     THE TERMINAL'S) AND 'W' (OUTSIDE THE     *
000358*                     SHIFT WINDOW) - SEE KAJCTRM/KAJCSHF      *
000360***************************************************************
000370 01  KAJCJRN-RECORD.
000380     02  JRN-TRANS-ID         PIC X(04).
000470         88  JRN-OUT-GRANTED      VALUE 'G'.
000480         88  JRN-OUT-DENIED       VALUE 'D'.
000490         88  JRN-OUT-NOTFND       VALUE 'N'.
000491         88  JRN-OUT-ALERT        VALUE 'R'.
000492         88  JRN-OUT-ALERT-ACK    VALUE 'A'.
000493         88  JRN-OUT-TERM-UNREG   VALUE 'U'.
000494         88  JRN-OUT-TERM-AUTH    VALUE 'H'.
000495         88  JRN-OUT-OFF-SHIFT    VALUE 'W'.
000496         88  JRN-OUT-SGON-REFUSED VALUE 'U' 'H' 'W'.
000500     02  JRN-USER-ID          PIC X(08).
000510     02  JRN-TASK-SEQ         PIC 9(03).
