000010*----------------------------------------------------------------
000020* STATHIST - MONTHLY ELIGIBILITY STATISTICS HISTORY RECORD
000030*----------------------------------------------------------------
000040* INSTALLATION. BEAUTY-OF-COBOL.
000050* DATE-WRITTEN.  2026-10-02.
000060*----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* ---------- ---- ------------------------------------------------
000110* 2026-10-02 JR   ORIGINAL VERSION - ONE RECORD PER CALENDAR
000120*                 MONTH, KEYED ON CCYYMM AND WRITTEN BY THE
000130*                 MONTH-END STATISTICS RUN. HOLDS THE RAW COUNTS
000140*                 RATHER THAN THE RATES, SO ANY MONTH CAN BE
000150*                 PRINTED AGAIN BESIDE ANY OTHER. A RERUN FOR THE
000160*                 SAME MONTH REPLACES THE RECORD.
000170*----------------------------------------------------------------
000180 01  SH-STATS-RECORD.
000190     05  SH-STAT-MONTH PIC 9(06).
000200     05  SH-RUN-DATE PIC 9(08).
000210*----------------------------------------------------------------
000220* PEOPLE ON USER-MASTER AT MONTH END BY AGE BAND - 1 UNDER 18,
000230* 2 18-39, 3 40-64, 4 65 AND OVER - AND ELIGIBILITY STATUS
000240*----------------------------------------------------------------
000250     05  SH-BAND-ENTRY OCCURS 4 TIMES.
000260         10  SH-BAND-ACCEPTED PIC 9(07).
000270         10  SH-BAND-REJECTED PIC 9(07).
000280         10  SH-BAND-PENDING PIC 9(07).
000290*----------------------------------------------------------------
000300* ELIGIBILITY DECISIONS APPLIED IN THE MONTH, AND THE DAYS FROM
000310* THE BUSINESS DATE THEY WERE FED TO THE DAY THEY WERE APPLIED
000320*----------------------------------------------------------------
000330     05  SH-DECISIONS-MADE PIC 9(07).
000340     05  SH-DECISIONS-ACCEPTED PIC 9(07).
000350     05  SH-DECISIONS-REJECTED PIC 9(07).
000360     05  SH-DECISION-DAYS PIC 9(09).
000370     05  SH-DAYS-MEASURED PIC 9(07).
000380*----------------------------------------------------------------
000390* USER-MASTER MAINTENANCE IN THE MONTH, OFF THE AUDIT TRAIL
000400*----------------------------------------------------------------
000410     05  SH-PEOPLE-ADDED PIC 9(07).
000420     05  SH-PEOPLE-REMOVED PIC 9(07).
000430     05  SH-DOB-CORRECTIONS PIC 9(07).
000440*----------------------------------------------------------------
000450* RESEL-WORLD BATCH RUNS IN THE MONTH, OFF THE RUN REGISTRY
000460*----------------------------------------------------------------
000470     05  SH-RUNS-MADE PIC 9(05).
000480     05  SH-RECORDS-FED PIC 9(09).
000490     05  SH-FEED-REJECTED PIC 9(07).
000500*----------------------------------------------------------------
000510* THE FIVE COMMONEST REJECTION REASONS OF THE MONTH, MOST FIRST
000520*----------------------------------------------------------------
000530     05  SH-REASON-ENTRY OCCURS 5 TIMES.
000540         10  SH-REASON-CODE PIC X(04).
000550         10  SH-REASON-CTR PIC 9(07).
000560     05  SH-TIMESTAMP PIC X(21).
