        05 RM-FIELD-NAME       PIC X(15).
        05 RM-STATUS           PIC X.
        05 RM-RESUB-DATE       PIC 9(8).
        05 RM-QUEUE-IMAGE      PIC X(304).
