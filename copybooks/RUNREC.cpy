000150*    COUNTS, THE BALANCED FLAG AND THE FINAL RETURN CODE.
000160*    THE DATASET IS DISP=MOD AND NEVER PRUNED - THE PERMANENT
000170*    AUDIT TRAIL OF EVERY RUN THE SYSTEM HAS EVER MADE.
000172*    RL-CITIES-SKIPPED COUNTS BOTH THE CITIES ALREADY DONE AT
000174*    A RESTART AND THE CITIES OUT OF SERVICE FOR THE MONTH -
000176*    NEITHER IS EXPECTED TO REPORT, SO THE RUN BALANCES THE
000178*    SAME WAY IT ALWAYS HAS.
000180*
000190 01  RL-RECORD.
000200     05  RL-RUN-DATE         PIC X(08).
