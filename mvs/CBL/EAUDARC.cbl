      *        LATEST CLOSURE HAS NO SUCH RECORD, SO A SKIPPED OR
      *        ABENDED ARCHIVE CAN NO LONGER BE SILENTLY DESTROYED BY
      *        THE NEXT NIGHT'S SWITCH.
      *      - 'AUDARC' IS CATALOGED NEW EACH RUN - SEE THE OPERATOR
      *        NOTE ON THE ACCOMPANYING JCL FOR HOW THE DSN IS
      *        ROTATED SO ONE NIGHT'S ARCHIVE IS NOT LOST UNDER THE
      *        NEXT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FD  AUDIT-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-RECORD         PIC X(583).

       FD  SWITCH-CONTROL-FILE
           RECORDING MODE IS F.
