        HM-RUN-TIME DELIMITED BY SIZE
        '  MODE: ' DELIMITED BY SIZE
        HM-MODE DELIMITED BY SIZE
        '  TYPE: ' DELIMITED BY SIZE
        HM-CIPHER-TYPE DELIMITED BY SIZE
        '  SHIFT: ' DELIMITED BY SIZE
        HM-SHIFT DELIMITED BY SIZE
        '  KEY ID: ' DELIMITED BY SIZE
        HM-PRIORITY DELIMITED BY SIZE
        '  SCORE: ' DELIMITED BY SIZE
        HM-SCORE DELIMITED BY SIZE
        '  CHECK: ' DELIMITED BY SIZE
        HM-CHECK-GROUP DELIMITED BY SIZE
        INTO INQUIRY-RECORD
    END-STRING
    WRITE INQUIRY-RECORD
