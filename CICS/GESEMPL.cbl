           05 DM-CODE             PIC X(04).
           05 DM-NAME             PIC X(30).
           05 DM-ACTIVE           PIC X(01).
           05 DM-BUDGET           PIC X(12).
           05 DM-MANAGER          PIC X(07).
      *
      *------------------------------------------------------*
      *   TRANSACTION EMISE VERS LE CIRCUIT BATCH (MEME      *
           MOVE WS-SALAIRE    TO EMP-SALARY
           MOVE DEPTI         TO EMP-DEPARTMENT
           MOVE SPACE         TO EMP-GENDER
           MOVE SPACE         TO EMP-STATUS
           MOVE ZERO          TO EMP-TERMDATE

           EXEC CICS WRITE FILE('FEMPLOY')
                     RIDFLD(EMP-ID)
