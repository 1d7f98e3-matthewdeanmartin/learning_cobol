      *>--------------------------------------------------------------*>
      *> LOG-CHAIN-CALL.CPY                                           *>
      *> LINKAGE parameters for the LogChain hash chain kept on the   *>
      *> PERSAUD.LOG and COMPHIST.LOG change journals.  A writer      *>
      *> CALLs "ChainLogRow" with the log name and the row's own      *>
      *> columns just before its WRITE, and copies the returned       *>
      *> sequence, previous hash and row hash into the row's chain    *>
      *> columns.  "ComputeChainHash" gives the hash for a row        *>
      *> without touching the chain (LogVerify's walk, a rewrite      *>
      *> re-sealing it), "GetChainHead" returns the last sequence     *>
      *> and hash issued, "ResealLogChain" records a legitimate       *>
      *> rewrite (PURGE or ROTATE) as a signed LOGSEAL.DAT            *>
      *> checkpoint and moves the head, and "GetLogSeal" returns the  *>
      *> latest checkpoint for a log with its signature checked.      *>
      *>--------------------------------------------------------------*>
       01 HC-LOG-NAME              PIC X(16) VALUE SPACES.
       01 HC-ROW-CONTENT           PIC X(200) VALUE SPACES.
       01 HC-CHAIN-SEQ             PIC 9(09) VALUE 0.
       01 HC-PREV-HASH             PIC X(32) VALUE SPACES.
       01 HC-ROW-HASH              PIC X(32) VALUE SPACES.
       01 HC-HEAD-FLAG             PIC X(01) VALUE "N".
           88 HC-HEAD-FOUND                   VALUE "Y".
       01 HC-SEAL-REASON           PIC X(08) VALUE SPACES.
           88 HC-SEAL-PURGE                   VALUE "PURGE".
           88 HC-SEAL-ROTATE                  VALUE "ROTATE".
           88 HC-SEAL-CREATE                  VALUE "CREATE".
       01 HC-PROGRAM-NAME          PIC X(08) VALUE SPACES.
       01 HC-ANCHOR-SEQ            PIC 9(09) VALUE 0.
       01 HC-ANCHOR-HASH           PIC X(32) VALUE SPACES.
       01 HC-END-SEQ               PIC 9(09) VALUE 0.
       01 HC-END-HASH              PIC X(32) VALUE SPACES.
       01 HC-SEAL-FLAG             PIC X(01) VALUE "N".
           88 HC-SEAL-NONE                    VALUE "N".
           88 HC-SEAL-GOOD                    VALUE "Y".
           88 HC-SEAL-FORGED                  VALUE "F".
