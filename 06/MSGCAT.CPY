000100*----------------------------------------------------------*
000110* MSGCAT                                                   *
000120*    MESSAGE CATALOG RECORD. THE CATALOG IS MAINTAINED BY  *
000130*    OPERATIONS AS A PLAIN TEXT FILE, ONE CODE PER LINE:   *
000140*    CODE, SEVERITY (I INFO, W WARNING, E ERROR, C         *
000150*    CRITICAL), WHAT THE MESSAGE MEANS AND WHAT THE        *
000160*    OPERATOR MUST DO.                                     *
000170*    A LINE WHOSE CODE IS NOT NUMERIC IS A COMMENT. THE    *
000180*    SEVERITY HERE OVERRIDES THE ONE A PROGRAM GIVES AN    *
000190*    EVENT, SO A CODE CAN BE RAISED TO CRITICAL (AND SO TO *
000200*    THE ALERT FILE) WITHOUT A PROGRAM CHANGE.             *
000210*                                                          *
000220*    CODES THE SUITE WRITES:                               *
000230*    0001 I  JOB STARTED                                   *
000240*    0002 I  JOB ENDED RETURN CODE 0                       *
000250*    0003 W  JOB ENDED RETURN CODE 4                       *
000260*    0004 E  JOB ENDED RETURN CODE 8 OR WORSE              *
000270*    0005 E  JOB REFUSED BY THE RUN LEDGER (RC 12)         *
000280*    0101 W  FEED HELD AT INTAKE                           *
000290*    0102 C  FEED HELD AT INTAKE, SEVERE                   *
000300*    0103 W  STREAM REJECTED (REASON CODE IN TEXT)         *
000310*    0104 W  SUSPECTED DUPLICATE STREAM                    *
000320*    0105 I  RETRANSMISSION REQUESTED                      *
000330*    0106 C  FEED OR MERGED RUN COUNTS DO NOT RECONCILE    *
000340*    0201 C  AUDIT TRAIL CERTIFICATION FAILED              *
000350*    0301 W  MARKER DRIFT BEYOND TOLERANCE                 *
000360*    0401 W  CONTROL BALANCE VARIANCE                      *
000370*    0501 E  CONTROL FILE CHANGE REFUSED                   *
000380*    0601 E  ARCHIVE RESTORE NOT PROVED                    *
000390*    0701 W  CHARGEBACK INVOICE FLAGGED                    *
000400*----------------------------------------------------------*
000410 01  MSG-RECORD.
000420     05  MSG-CODE                PIC X(4).
000430     05  FILLER                  PIC X(1).
000440     05  MSG-SEVERITY            PIC X(1).
000450         88  MSG-SEVERITY-VALID                VALUE
000460                 'I' 'W' 'E' 'C'.
000470     05  FILLER                  PIC X(1).
000480     05  MSG-MEANING             PIC X(36).
000490     05  FILLER                  PIC X(1).
000500     05  MSG-ACTION              PIC X(36).
