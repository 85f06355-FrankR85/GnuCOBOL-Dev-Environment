               JRNL-USER DELIMITED BY SIZE
               " APPR " DELIMITED BY SIZE
               JRNL-APPROVER DELIMITED BY SIZE
               " RULE SET " DELIMITED BY SIZE
               JRNL-RULESET-VERSION DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
             DISPLAY WS-DETAIL-LINE

