      * transaction log with requester, approver and both
      * timestamps stamped on the logged reversal (see MTSLOG0) and
      * the pending record is deleted; a rejected item is kept with
      * status 'R' so the audit trail shows the refusal too, until
      * the monthly MTSHKP0 housekeeping archives it once past its
      * 'HK' retention (see MTSRTE0).
      *****************************************************************
       01  PENDING-REVERSAL-RECORD.
           05 PND-TRADE-SEQ-NO        PIC 9(06).
