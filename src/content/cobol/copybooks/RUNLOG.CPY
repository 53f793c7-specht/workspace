000120*                       BUBBLESORT AND FACTORS, SO A DAILY FILE
000130*                       OVER 99,999 RECORDS NO LONGER TRUNCATES
000140*                       ON THE WAY INTO THE RUN LOG.
000150*      2026-10-15  DO   ADDED RL-OPERATOR-ID AND RL-DETAIL SO A
000160*                       MANUAL STEP SUCH AS A GENERATION RESTORE
000170*                       CAN RECORD WHO RAN IT AND WHAT IT ACTED
000180*                       ON.  BATCH PROGRAMS LEAVE BOTH BLANK.
000190******************************************************************
000200 01  RUN-LOG-RECORD.
000210     03  RL-PROGRAM-ID         PIC X(08).
000220     03  RL-RUN-DATE           PIC 9(08).
000230     03  RL-RUN-TIME           PIC 9(08).
000240     03  RL-INPUT-COUNT        PIC 9(06).
000250     03  RL-STATUS             PIC X(10).
000260     03  RL-OPERATOR-ID        PIC X(08).
000270     03  RL-DETAIL             PIC X(26).
