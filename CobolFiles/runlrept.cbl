000312*                      DATE, ARE COUNTED AND LEFT OUT.
000320*                      SCHEDULED WEEKLY, OUTSIDE THE NIGHTLY
000330*                      CHAIN.
000332*    10/15/26   GM    NOW RUN BY THE CALCNIGHT SEQUENCER AS A
000334*                      WEEKLY CHAIN STEP ON THE FIRST BUSINESS
000336*                      DAY OF EACH WEEK PER THE CALCCAL CALENDAR,
000338*                      INSTEAD OF BEING SCHEDULED BY HAND.
000340*----------------------------------------------------------------*
000350 ENVIRONMENT    DIVISION.
000360 CONFIGURATION  SECTION.
