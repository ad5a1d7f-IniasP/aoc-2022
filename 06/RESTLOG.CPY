000100*----------------------------------------------------------*
000110* RESTLOG                                                  *
000120*    ARCHIVE RESTORE LOG RECORD. ONE RECORD PER FILE       *
000130*    AOC-06-RESTORE WRITES, APPENDED RUN AFTER RUN: THE    *
000140*    GENERATION RESTORED (TO ITS RESTORE NAME OR OVER THE  *
000150*    WORKING NAME), THE BACKUP TAKEN OF A WORKING FILE     *
000160*    BEFORE IT IS OVERWRITTEN, AND EVERY GENERATION A RUN  *
000170*    REFUSED TO RESTORE. RST-EXPECTED IS THE CATALOG       *
000180*    RECORD COUNT (FOR A BACKUP, THE RECORDS COPIED) AND   *
000190*    RST-ACTUAL THE COUNT READ BACK FROM THE FILE WRITTEN. *
000200*    RST-NAME IS THE GENERATION NAME ON A RESTORE OR A     *
000210*    REFUSAL, THE BACKUP NAME ON A BACKUP, AND THE WORKING *
000220*    NAME WHEN THERE WAS NO CURRENT FILE TO BACK UP.       *
000230*----------------------------------------------------------*
000240 01  RST-RECORD.
000250     05  RST-TIMESTAMP           PIC 9(14).
000260     05  RST-CAT-DATE            PIC 9(8).
000270     05  RST-FILE-TYPE           PIC X(8).
000280     05  RST-ACTION              PIC X(1).
000290         88  RST-TO-RESTORE-NAME               VALUE 'R'.
000300         88  RST-OVER-WORKING                  VALUE 'W'.
000310         88  RST-BACKUP                        VALUE 'B'.
000320         88  RST-REFUSED                       VALUE 'X'.
000330     05  RST-RESULT              PIC X(1).
000340         88  RST-PROVEN                        VALUE 'P'.
000350         88  RST-COUNT-DIFFERS                 VALUE 'F'.
000360         88  RST-SOURCE-MISSING                VALUE 'M'.
000370         88  RST-TARGET-FAILED                 VALUE 'O'.
000380         88  RST-NOT-DONE                      VALUE 'N'.
000390     05  RST-EXPECTED            PIC 9(7).
000400     05  RST-ACTUAL              PIC 9(7).
000410     05  RST-NAME                PIC X(30).
000420     05  FILLER                  PIC X(4).
