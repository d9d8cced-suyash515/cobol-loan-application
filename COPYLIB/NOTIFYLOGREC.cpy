      *================================================================
      *  NOTIFYLOGREC.CPY  --  NOTIFY-LOG-REC record layout, shared by
      *  every program that appends to or reads NOTIFY_LOG.DAT.  The
      *  electronic counterpart of LETTER_LOG.DAT: one record when a
      *  message is handed to the messaging vendor, and one more for
      *  each delivery status the vendor reports back against the
      *  same MESSAGE-ID, so the shop can prove what a borrower was
      *  sent, where, and whether it arrived.
      *================================================================
       01  NOTIFY-LOG-REC.
           05  MESSAGE-ID          PIC 9(5).
           05  LOAN-ID             PIC 9(5).
           05  CUSTOMER-ID         PIC 9(5).
           05  NOTICE-TYPE         PIC X(12).
               88  NOTICE-DUE-REMINDER  VALUE 'DUE REMINDER'.
               88  NOTICE-PMT-RECEIVED  VALUE 'PMT RECEIVED'.
               88  NOTICE-PMT-RETURNED  VALUE 'PMT RETURNED'.
               88  NOTICE-DRAFT         VALUE 'DRAFT NOTICE'.
           05  NOTICE-CHANNEL      PIC X(5).
               88  CHANNEL-EMAIL        VALUE 'EMAIL'.
               88  CHANNEL-SMS          VALUE 'SMS'.
      *  The date the event is about -- the due date reminded, the
      *  payment or return date, the draft date -- and its amount.
           05  EVENT-DATE          PIC 9(8).
           05  EVENT-AMOUNT        PIC 9(7)V99.
      *  'Q' on the row written when the message is queued to the
      *  vendor; 'D', 'B' or 'F' on the rows the vendor's status
      *  file adds (delivered, bounced, failed).
           05  DELIVERY-STATUS     PIC X.
               88  DELIVERY-QUEUED      VALUE 'Q'.
               88  DELIVERY-DELIVERED   VALUE 'D'.
               88  DELIVERY-BOUNCED     VALUE 'B'.
               88  DELIVERY-FAILED      VALUE 'F'.
           05  STATUS-DATE         PIC 9(8).
