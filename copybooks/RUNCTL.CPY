      *  logged SKIPPED BY CALENDAR on BATCHDRV.RPT, never      *
      *  silently dropped, so the morning review can tell       *
      *  "skipped on purpose" from "didn't run".                *
      *  A step marked not safe to rerun (one that posts and     *
      *  cannot tell it already has) is never relaunched by a    *
      *  BATCHDRV RESTART after it failed part way - the restart *
      *  stops until the operator names the step on a RESTART    *
      *  CONFIRM. Blank is safe to rerun.                        *
      *****************************************************
       01 RUN-CONTROL-RECORD.
           05 RC-STEP-NUMBER         PIC 9(3).
               88 RC-MONTH-END       VALUE "M".
               88 RC-SPECIFIC-DATE   VALUE "S".
           05 RC-FREQ-VALUE          PIC 9(8).
           05 RC-RERUN-SAFETY        PIC X(01).
               88 RC-SAFE-TO-RERUN   VALUES "Y" " ".
               88 RC-NOT-SAFE-TO-RERUN VALUE "N".
