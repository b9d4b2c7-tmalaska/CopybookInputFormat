
      *    RUN-CONTROL LEDGER RECORD.  EVERY JOB IN THE NIGHTLY
      *    CHAIN (CM00MRG, CM00MNT, CM00PURG, CM00VAL, CM00TRLW,
      *    CM00DLT, CM00KDLT) APPENDS ONE OF THESE TO THE COMMON
      *    CM00RUNC FILE AT END OF STEP, AND CM00RCON PROVES THE
      *    CHAIN ARITHMETIC ACROSS THEM BEFORE HADOOP LOADS.  THE FILE
      *    IS APPEND-ONLY AND NEVER PRUNED; CM00RCON TRUSTS ONLY
      *    RECORDS WHOSE CM00-RUN-DATE IS THE STREAM'S RUN DATE,
      *    SO EVERY WRITER MUST FILL IT FROM THE SHARED CM00RNDT
