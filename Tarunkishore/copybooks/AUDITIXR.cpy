           05  AUDX-SEQ                    PIC 9(08).
           05  AUDX-INSP-ID                PIC 9(06).
           05  AUDX-DATE                   PIC 9(08).
           05  AUDX-DATA                   PIC X(426).
