      *      - A RECORD ONLY EXISTS ONCE SOMEONE HAS TOUCHED THAT
      *        EMPLOYEE'S CHECKLIST THROUGH 'EONBP' - IT IS NOT CREATED
      *        AUTOMATICALLY WHEN 'EADDP' HIRES THE EMPLOYEE.
      *      - THE BADGE TASK IS COMPLETED BY 'EBDGACK' WHEN THE ACCESS
      *        CONTROL SYSTEM ACCEPTS THE HIRE'S BADGE ACTIVATION, WITH
      *        THE DATE IT WAS DONE - OPENING THE CHECKLIST (OTHER
      *        TASKS PENDING) IF NOBODY HAS YET.
      ******************************************************************
       01 CHECKLIST-RECORD.
          05 CKL-KEY.
