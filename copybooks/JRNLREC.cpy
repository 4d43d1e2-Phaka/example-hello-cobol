      * JR-BEFORE-PRESENT / JR-AFTER-PRESENT are "Y" when the
      * matching image is meaningful: an ADD has no before image,
      * a DELETE no after image.
      *
      * Changes reach the master only through maker-checker
      * approval (see PENDREC): JR-USER-ID is the approver - the
      * user whose APPROVE run applied the change - and
      * JR-SUBMIT-USER-ID / JR-SUBMIT-DATE the user and date that
      * staged it, JR-PENDING-SEQ the item number it was approved
      * under. Rows journalled before approval existed carry
      * spaces / zeros there (JR-USER-ID both keyed and applied).
      *================================================================
       01  GREETING-JOURNAL-RECORD.
           05  JR-RUN-DATE                 PIC 9(8).
           05  JR-AFTER-PRESENT            PIC X.
               88  JR-HAS-AFTER-IMAGE       VALUE "Y".
           05  JR-AFTER-IMAGE              PIC X(84).
           05  JR-SUBMIT-USER-ID           PIC X(8).
           05  JR-SUBMIT-DATE              PIC 9(8).
           05  JR-PENDING-SEQ              PIC 9(6).
