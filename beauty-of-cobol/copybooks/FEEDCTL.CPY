000010*----------------------------------------------------------------
000020* FEEDCTL - OUTBOUND-FEED BATCH CONTROL RECORD LAYOUT
000030*----------------------------------------------------------------
000040* INSTALLATION. BEAUTY-OF-COBOL.
000050* DATE-WRITTEN.  2026-09-18.
000060*----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* ---------- ---- ------------------------------------------------
000110* 2026-09-18 JR   ORIGINAL VERSION - ONE RECORD PER NUMBERED
000120*                 BATCH WRITTEN TO THE ELIGIBILITY INTERFACE,
000130*                 KEYED ON THE BATCH SEQUENCE NUMBER. THE SENDING
000140*                 RUN RECORDS WHAT IT SENT; THE ACKNOWLEDGMENT RUN
000150*                 RECORDS WHAT CAME BACK, SO A SHORT OR REPLAYED
000160*                 ACKNOWLEDGMENT FILE IS CAUGHT ON ARRIVAL.
000170*----------------------------------------------------------------
000180 01  FC-FEED-RECORD.
000190     05  FC-BATCH-SEQ PIC 9(06).
000200     05  FC-BUSINESS-DATE PIC 9(08).
000210     05  FC-RUN-MODE PIC X(01).
000220         88  FC-BATCH-RUN VALUE 'B'.
000230         88  FC-RESUBMIT-RUN VALUE 'R'.
000240         88  FC-INTERACTIVE-RUN VALUE 'I'.
000250         88  FC-RESEND-RUN VALUE 'C'.
000260     05  FC-BATCH-STATUS PIC X(01).
000270         88  FC-BATCH-OPEN VALUE 'O'.
000280         88  FC-BATCH-SENT VALUE 'S'.
000290         88  FC-BATCH-ACKNOWLEDGED VALUE 'A'.
000300     05  FC-SENT-CTR PIC 9(07).
000310     05  FC-SEND-RC PIC 9(02).
000320     05  FC-SENT-TIMESTAMP PIC X(21).
000330     05  FC-ACK-DATE PIC 9(08).
000340     05  FC-ACKED-CTR PIC 9(07).
000350     05  FC-ACCEPTED-CTR PIC 9(07).
000360     05  FC-REJECTED-CTR PIC 9(07).
000370     05  FC-UNMATCHED-CTR PIC 9(07).
