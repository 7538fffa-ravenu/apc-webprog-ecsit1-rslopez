      ******************************************************************
      * Shared NOTIFSNT.DAT notification sent log record - keyed by
      * NG-SentKey, one record per notice handed to the mail/SMS
      * gateway: the student, the event type and the event key the
      * notice was queued under (see NOTIFYRC). A notice whose key is
      * already on the log has been sent before and is not sent
      * again. NG-SentDate is the business date of the dispatch run,
      * NG-QueuedDate the business date of the job that queued it,
      * and NG-Channel/NG-Address where it went (EMAIL or SMS).
      * Include under an FD whose SELECT names the file SentLogFile.
      * Written by NotifyDispatch; read by StudentDataRpt.
      ******************************************************************
       01  NotifySentRecord.
           02  NG-SentKey.
               03  NG-StudentId    PIC 99(9).
               03  NG-EventType    PIC X(8).
               03  NG-EventKey     PIC X(12).
           02  NG-SentDate         PIC 9(8).
           02  NG-QueuedDate       PIC 9(8).
           02  NG-Channel          PIC X(5).
           02  NG-Address          PIC X(40).
