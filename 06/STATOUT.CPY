000163*    EXCEPTION BY THE TIME THE FEED COMPLETED, SO THE      *
000164*    SPLIT-RUN CONSOLIDATION CAN REGRADE THE RETURN CODE   *
000165*    ACROSS INSTANCES WITHOUT PARSING REPORT TEXT.         *
000166*    STAT-REJECT-COUNT, STAT-DUP-COUNT (HELD AT 999) AND   *
000167*    STAT-RETRANS-COUNT GIVE THE MONTHLY CHARGEBACK THE    *
000168*    FEED'S REJECTS, SUSPECTED DUPLICATES AND NEW          *
000169*    RETRANSMISSION REQUESTS. OLDER RECORDS CARRY SPACES.  *
000170*----------------------------------------------------------*
000180 01  STAT-RECORD.
000190     05  STAT-FEED-DATE          PIC 9(8).
000270     05  STAT-WINDOWS-EVALUATED  PIC 9(9).
000271     05  STAT-RECON-FLAG         PIC X(1).
000272     05  STAT-EXC-FLAG           PIC X(1).
000273     05  STAT-REJECT-COUNT       PIC 9(4).
000274     05  STAT-DUP-COUNT          PIC 9(3).
000275     05  STAT-RETRANS-COUNT      PIC 9(3).
