      *  THE DATE AND TIME, SO A RE-KEYED DEPARTMENT OR NAME CAN BE   *
      *  TRACED TO WHO CHANGED IT AND WHEN.  THIS IS A SEPARATE       *
      *  TRAIL FROM THE COMPARISON AUDIT LOG (AUDITREC) - THAT ONE    *
      *  COVERS VERDICTS, THIS ONE COVERS THE MASTERS THEMSELVES,     *
      *  AND THE CORRECTIONS MADE TO FEED RECORDS THE SCHEDULING      *
      *  SYSTEM REFUSED BEFORE THEY ARE RE-RELEASED (COMP3VRQ).       *
      *  THE LOG IS ONLY EVER EXTENDED, NEVER REBUILT.                *
      *****************************************************************
       01  MAINT-AUDIT-RECORD.
               88  MNT-FILE-OPERFILE       VALUE 'OPERFILE'.
               88  MNT-FILE-DEPTMAST       VALUE 'DEPTMAST'.
               88  MNT-FILE-CALFILE        VALUE 'CALFILE'.
               88  MNT-FILE-PRIRULE        VALUE 'PRIRULE'.
               88  MNT-FILE-SCHEDREJ       VALUE 'SCHEDREJ'.
           05  MNT-KEY                     PIC X(10).
           05  MNT-ACTION                  PIC X(01).
               88  MNT-ACTION-ADD          VALUE 'A'.
