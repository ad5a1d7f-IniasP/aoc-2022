000162*    AOC-06-2 COMPUTED, SO A LATER RUN CAN SPOT THE SAME   *
000163*    STREAM ARRIVING AGAIN UNDER ANOTHER FEED DATE.        *
000164*    RECORDS LOADED BEFORE THE FIELD EXISTED CARRY ZEROS.  *
000165*    MAST-MANUAL-FLAG IS 'M' WHEN THE MARKER WAS AGREED BY *
000166*    HAND AT THE SUSPENSE WORKBENCH RATHER THAN COMPUTED;  *
000167*    A MANUAL MARKER CARRIES A ZERO CHECKSUM.              *
000170*----------------------------------------------------------*
000180 01  MAST-RECORD.
000190     05  MAST-KEY.
000250     05  MAST-RUN-TIMESTAMP      PIC 9(14).
000260     05  MAST-FEED-ID            PIC 9(2).
000261     05  MAST-CHECKSUM           PIC 9(8).
000262     05  MAST-MANUAL-FLAG        PIC X(1).
000263         88  MAST-MANUAL                           VALUE 'M'.
000264*    THE RUN TIMESTAMP THE KEY WAS FIRST LOADED UNDER, KEPT
000265*    WHEN THE RECORD IS REPLACED, SO AN EXTRACT CAN TELL AN
000266*    ADD FROM A REPLACE. OLDER RECORDS CARRY SPACES HERE.
000267     05  MAST-FIRST-TIMESTAMP    PIC 9(14).
000270     05  FILLER                  PIC X(8).
