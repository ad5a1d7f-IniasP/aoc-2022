000100*----------------------------------------------------------*
000110* DISPLOG                                                  *
000120*    SUSPENSE DISPOSITION LOG RECORD. ONE RECORD PER       *
000130*    ACTION TAKEN ON A SUSPENSE ITEM AT THE AOC-06-SUSWB   *
000140*    WORKBENCH, KEYED TO THE ITEM BY FEED DATE / FEED      *
000150*    NUMBER / STREAM NUMBER (THE SUS-VIEW KEY) AND WRITTEN *
000160*    IN THE ORDER TAKEN, SO THE LAST RECORD FOR AN ITEM IS *
000170*    ITS CURRENT STATE. A WRITE-OFF OR A MANUAL MARKER IS  *
000180*    PENDING UNTIL A SECOND OPERATOR APPROVES OR DECLINES  *
000190*    IT; AN APPROVED ITEM LEAVES THE SUSPENSE QUEUE. THE   *
000200*    MARKER TYPE AND POSITION ARE CARRIED ON MANUAL MARKER *
000210*    RECORDS, THE REASON ON WRITE-OFF AND HOLD RECORDS. AN *
000211*    APPROVED MANUAL MARKER THAT LEAVES ANOTHER CONFIGURED *
000212*    TYPE OFF THE MASTER IS LOGGED HELD, ITS REASON NAMING *
000213*    THE TYPE STILL MISSING.                               *
000220*----------------------------------------------------------*
000230 01  DISP-RECORD.
000240     05  DISP-KEY.
000250         10  DISP-FEED-DATE      PIC 9(8).
000260         10  DISP-FEED-NO        PIC 9(2).
000270         10  DISP-STREAM-NO      PIC 9(4).
000280     05  DISP-ACTION             PIC X(1).
000290         88  DISP-HOLD                             VALUE 'H'.
000300         88  DISP-WRITE-OFF                        VALUE 'W'.
000310         88  DISP-MANUAL-MARKER                    VALUE 'M'.
000320     05  DISP-STATE              PIC X(1).
000330         88  DISP-HELD                             VALUE 'H'.
000340         88  DISP-PENDING                          VALUE 'P'.
000350         88  DISP-APPROVED                         VALUE 'A'.
000360         88  DISP-DECLINED                         VALUE 'D'.
000370     05  DISP-OPERATOR           PIC X(8).
000380     05  DISP-APPROVER           PIC X(8).
000390     05  DISP-MARKER-TYPE        PIC X(3).
000400     05  DISP-MARKER-POS         PIC 9(4).
000410     05  DISP-REASON             PIC X(24).
000420     05  DISP-TIMESTAMP          PIC 9(14).
000430     05  FILLER                  PIC X(3).
