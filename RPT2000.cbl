      *              reopens its own open stamp, and an abended run
      *              without a restart needs supervisor approval
      *              through RUNC1000.
      * 10/15/2026 - A territory realignment run (ALGN1000) left
      *              open on RUNCTL now also holds the report.
      * 10/15/2026 - A forward recovery of CUSTMAST (RCVR1000) left
      *              open on RUNCTL now also holds the report.
      **************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT2000.
                               OR RC-PROGRAM-NAME = "MERG1000"
                               OR RC-PROGRAM-NAME = "BACK1000"
                               OR RC-PROGRAM-NAME = "ARCH1000"
                               OR RC-PROGRAM-NAME = "ALGN1000"
                               OR RC-PROGRAM-NAME = "RCVR1000"
                           DISPLAY "RPT2000 - " RC-PROGRAM-NAME
                               " RUN " RC-BATCH-ID " IS STILL OPEN"
                               " AGAINST CUSTMAST - REPORT NOT RUN"
