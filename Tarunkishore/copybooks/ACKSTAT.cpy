      *****************************************************************
      *  ACKSTAT.CPY                                                  *
      *  LOAD STATUS CODES THE SCHEDULING SYSTEM RETURNS ON EACH      *
      *  ACKNOWLEDGMENT RECORD, WITH THE TEXT PRINTED AGAINST THEM.   *
      *  '00' (OR SPACES, FROM ACKS WRITTEN BEFORE THE STATUS WAS     *
      *  FILLED IN) MEANS THE RECORD LOADED ONTO THE SCHEDULE; ANY    *
      *  OTHER CODE MEANS IT WAS ACKNOWLEDGED BUT REFUSED ON LOAD.    *
      *  A CODE NOT IN THE TABLE PRINTS AS UNKNOWN LOAD STATUS.       *
      *****************************************************************
       01  ACK-STATUS-VALUES.
           05  FILLER                      PIC X(26)
                   VALUE '00ACCEPTED                '.
           05  FILLER                      PIC X(26)
                   VALUE '10LINE NOT ON SCHEDULER   '.
           05  FILLER                      PIC X(26)
                   VALUE '20DUPLICATE RECORD        '.
           05  FILLER                      PIC X(26)
                   VALUE '30LINE NOT SCHEDULABLE    '.
           05  FILLER                      PIC X(26)
                   VALUE '40INVALID VERDICT CODE    '.
           05  FILLER                      PIC X(26)
                   VALUE '50INVALID PRIORITY FLAG   '.
           05  FILLER                      PIC X(26)
                   VALUE '60SCHEDULE CAPACITY FULL  '.
           05  FILLER                      PIC X(26)
                   VALUE '90SCHEDULER LOAD ERROR    '.
       01  ACK-STATUS-TABLE REDEFINES ACK-STATUS-VALUES.
           05  ACKS-ENTRY OCCURS 8 TIMES.
               10  ACKS-CODE               PIC X(02).
               10  ACKS-TEXT               PIC X(24).
