      *                      AND DOUBLE-POSTED THE MONTH.  THE CHECK
      *                      IS THE SAME ANY-RUN-DATE RUNCTL SCAN
      *                      FEEDGUARD MAKES FOR INTAKES.
      *    2026-10-15 SRK    LOG THE FEED'S PROCESS DATE AS THE RUN
      *                      CONTROL PARAMETER TEXT SO A LATER JOB CAN
      *                      TELL WHETHER THE MONTH'S INTF FEED HAS
      *                      BEEN TAKEN.
      *****************************************************************
       PROGRAM-ID.  AcctIntAccr.
       AUTHOR.      S. KUBACKI.
      *    1900-RUN-CONTROL-START - REGISTER THIS RUN ON THE RUN
      *    CONTROL FILE.  THE ANY-DATE DUPLICATE-MONTH REFUSAL ALREADY
      *    HAPPENED IN 1850; THE LOGGER'S OWN DUPLICATE ANSWER - THIS
      *    MONTH COMPLETED TODAY - IS REFUSED ALL THE SAME.  THE
      *    PARAMETER TEXT CARRIES THE FEED FILE'S PROCESS DATE, THE
      *    DATE FEEDINTAKE LOGS ITS FEEDINTF RUN UNDER.
      *-----------------------------------------------------------------
       1900-RUN-CONTROL-START.
           SET RCL-FUNC-START TO TRUE.
           MOVE 'ACCTINTACCR' TO RCL-JOB-NAME.
           MOVE ACR-MONTH-END TO RCL-PARM-DATE.
           MOVE SPACES TO RCL-PARM-TEXT.
           MOVE IP-PROCESS-DATE TO RCL-PARM-TEXT(1:8).
           MOVE ZERO TO RCL-COUNT-1.
           MOVE ZERO TO RCL-COUNT-2.
           CALL 'RunCtlLog' USING RUN-CTL-REQUEST.
