      *    Established keywords:
      *       CHECKPOINT    PROGTOPB batch checkpoint interval (10)
      *       VCHECKPOINT   VSAM checkpoint interval         (50)
      *       VSAMPASS      VSAM TRANFILE pass, RANDOM or
      *                     SEQUENTIAL                  (RANDOM)
      *       PAGELIMIT     PRTSRV lines per page            (60)
      *       KEEPDAYS      HOUSEKP retention window         (30)
      *       PERSRETDAYS   PERSPURG person retention, days  (2555)
      *       DRVDEPT       DRIVER department charged for a run
      *                     when no DEPT= parm is given  (UNAS)
      *       CLOSEBASIS    what the month-end close runs on -
      *                     MONTH (calendar month-end) or FISCAL
      *                     (FISCCAL period-end), for DRIVER's
      *                     MEONLY steps, MECLOSE and POPSNAP's
      *                     snapshot periods             (MONTH)
      *       DRVHOLDREMIND seconds between DRIVER's console
      *                     reminders while an operator HOLD
      *                     keeps the run waiting         (300)
      ******************************************************************
       01 CONFIG-PARM.
          05 CF-FUNCTION            PIC X(4).
