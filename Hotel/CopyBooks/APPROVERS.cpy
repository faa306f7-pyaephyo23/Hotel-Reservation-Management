      ******************************************************************
      * Copybook: APPROVERS.cpy
      * Purpose:  Record layout for APPROVERS.DAT (APPROVERS-FILE) -
      *           one record per manager allowed to approve invoice
      *           adjustments, keyed by the approver code keyed on
      *           the adjustment line. AP-LIMIT is the largest
      *           single adjustment, either sign, the approver may
      *           sign off; AP-WRITEOFF-FLAG is 'Y' when the
      *           approver may also approve bad-debt write-offs.
      ******************************************************************
       01  APPROVER-RECORD.
           05  APPROVER-ID         PIC X(10).
           05  AP-APPROVER-NAME    PIC X(30).
           05  AP-LIMIT            PIC 9(7)V99.
           05  AP-WRITEOFF-FLAG    PIC X(01).
