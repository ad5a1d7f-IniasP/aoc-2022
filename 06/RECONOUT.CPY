000712*    RECON-RETRANS-FLAG IS 'T' WHEN THE STREAM ARRIVED AS  *
000713*    THE RETRANSMISSION OF AN OPEN UPSTREAM RESEND         *
000714*    REQUEST, WHICH THE RUN CLOSES OUT AS IT SCANS.        *
000715*    RECON-REPROC-FLAG IS 'M' INSTEAD WHEN THE MARKER WAS  *
000716*    AGREED BY HAND AND POSTED FROM THE SUSPENSE WORKBENCH *
000717*    (AOC-06-SUSWB) RATHER THAN FOUND BY THE SCAN.         *
000800*----------------------------------------------------------*
000900 01  RECON-RECORD.
001000     05  RECON-STREAM-NO         PIC 9(4).
