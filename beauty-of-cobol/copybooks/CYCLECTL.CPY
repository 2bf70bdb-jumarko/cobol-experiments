000010*----------------------------------------------------------------
000020* CYCLECTL - NIGHTLY BATCH CYCLE CONTROL RECORD LAYOUT
000030*----------------------------------------------------------------
000040* INSTALLATION. BEAUTY-OF-COBOL.
000050* DATE-WRITTEN.  2026-10-07.
000060*----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* ---------- ---- ------------------------------------------------
000110* 2026-10-07 JR   ORIGINAL VERSION - ONE RECORD PER NIGHTLY CYCLE,
000120*                 KEYED ON ITS BUSINESS DATE, WITH ONE ENTRY PER
000130*                 STEP IN RUN ORDER: 1 RESELWLD, 2 RESELACK,
000140*                 3 RESELAGR, 4 RESELCHS, 5 RESELVFY, 6 RESELSNP.
000150*                 EACH STEP MARKS ITSELF STARTED ON THE WAY IN AND
000160*                 COMPLETE WITH ITS CONDITION CODE ON THE WAY OUT,
000170*                 SO A STEP CAN REFUSE TO RUN AHEAD OF THE ONE
000180*                 BEFORE IT AND THE OPERATOR CAN SEE WHERE TO
000190*                 RESTART. A STEP IS CLEAN WHEN COMPLETE AT RC=4
000200*                 OR BELOW, OR BYPASSED BY THE OPERATOR.
000202* 2026-10-15 JR   A STEP THAT HAS ENDED BUT IS STILL MARKED
000204*                 STARTED IS WAITING ON A LATER JOB STEP TO
000206*                 CONFIRM IT: RESELWHV RELOADS THE NEW MASTER
000208*                 BEFORE RESELWLD COUNTS AS COMPLETE.
000210*----------------------------------------------------------------
000220 01  CC-CYCLE-RECORD.
000230     05  CC-BUSINESS-DATE PIC 9(08).
000240     05  CC-STEP-ENTRY OCCURS 6 TIMES.
000250         10  CC-STEP-STATUS PIC X(01).
000260             88  CC-STEP-NOT-RUN VALUE SPACE.
000270             88  CC-STEP-STARTED VALUE 'S'.
000280             88  CC-STEP-COMPLETE VALUE 'C'.
000290             88  CC-STEP-BYPASSED VALUE 'B'.
000300         10  CC-STEP-RC PIC 9(02).
000310         10  CC-STEP-STARTED-AT PIC X(14).
000320         10  CC-STEP-ENDED-AT PIC X(14).
