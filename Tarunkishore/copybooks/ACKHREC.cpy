      *****************************************************************
      *  ACKHREC.CPY                                                  *
      *  RECORD LAYOUT FOR THE ACKNOWLEDGMENT HISTORY THE COMP3VRC    *
      *  RECONCILE WRITES, ONE GENERATION PER RECONCILE RUN: NIGHTLY  *
      *  (ACKHIST.D + BUSINESS DATE) OR RETRANSMISSION (ACKHIST.R +   *
      *  BUSINESS DATE), SO A RERUN OF THE SAME DATE REPLACES ITS     *
      *  GENERATION INSTEAD OF ADDING TO IT.  ONE RECORD PER FEED     *
      *  RECORD THE SCHEDULER ANSWERED IN THE RUN: TONIGHT'S FEED AND *
      *  EXPEDITE RECORDS ACKNOWLEDGED ON TIME (DATE SENT = DATE      *
      *  ACKED) AND OUTSTANDING-LEDGER ITEMS CLEARED BY A LATE        *
      *  ACKNOWLEDGMENT (DATE SENT BEFORE DATE ACKED).  THE DATE      *
      *  ACKED IS THE BUSINESS DATE OF THE RECONCILE THAT SAW THE     *
      *  ACK.  THE FEED TYPE IS THE FEED THE RECORD WENT OUT ON       *
      *  (SREJREC VALUES); THE LOAD STATUS IS AS THE ACK GAVE IT, SO  *
      *  A RECORD REFUSED ON LOAD IS STILL AN ANSWERED ITEM.          *
      *****************************************************************
       01  ACK-HISTORY-RECORD.
           05  AKH-LINE-ID                 PIC 9(06).
           05  AKH-SENT-DATE               PIC 9(08).
           05  AKH-ACK-DATE                PIC 9(08).
           05  AKH-FEED-TYPE               PIC X(01).
               88  AKH-FROM-NIGHTLY        VALUE 'D'.
               88  AKH-FROM-RETRANSMIT     VALUE 'R'.
               88  AKH-FROM-EXPEDITE       VALUE 'E'.
           05  AKH-PRIORITY-FLAG           PIC X(01).
           05  AKH-LOAD-STATUS             PIC X(02).
           05  FILLER                      PIC X(14).
