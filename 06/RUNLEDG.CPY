000100*----------------------------------------------------------*
000110* RUNLEDG                                                  *
000120*    JOB-CHAIN RUN LEDGER RECORD. ONE RECORD PER FEED DATE *
000130*    AND CHAIN STEP, KEYED BY FEED DATE / STEP SEQUENCE /  *
000140*    STEP PROGRAM, SO THE KEY ORDER IS THE NIGHTLY CHAIN   *
000150*    ORDER. EACH STEP POSTS ITS START BEFORE IT TOUCHES    *
000160*    ANY FILE AND ITS END, RETURN CODE AND RECORD COUNTS   *
000170*    WHEN IT FINISHES; A STEP THAT NEVER POSTED ITS END IS *
000180*    LEFT STARTED, WHICH IS WHERE A BROKEN NIGHT STOPPED.  *
000190*    A STEP ENDING WITH RETURN CODE 8 OR WORSE POSTS AS    *
000200*    FAILED. LEDG-OVERRIDE-FLAG IS 'Y' WHEN THE OPERATOR'S *
000210*    LEDGOVR CONTROL ENTRY LET THE STEP PAST THE GATE.     *
000220*----------------------------------------------------------*
000230 01  LEDG-RECORD.
000240     05  LEDG-KEY.
000250         10  LEDG-FEED-DATE      PIC 9(8).
000260         10  LEDG-STEP-SEQ       PIC 9(2).
000270         10  LEDG-STEP-ID        PIC X(14).
000280     05  LEDG-STEP-STATUS        PIC X(1).
000290         88  LEDG-STEP-STARTED                 VALUE 'S'.
000300         88  LEDG-STEP-COMPLETE                VALUE 'C'.
000310         88  LEDG-STEP-FAILED                  VALUE 'F'.
000320     05  LEDG-OVERRIDE-FLAG      PIC X(1).
000330     05  LEDG-START-TIMESTAMP    PIC 9(14).
000340     05  LEDG-END-TIMESTAMP      PIC 9(14).
000350     05  LEDG-RETURN-CODE        PIC 9(4).
000360     05  LEDG-RECS-IN            PIC 9(7).
000370     05  LEDG-RECS-OUT           PIC 9(7).
000380     05  FILLER                  PIC X(8).
