      *****************************************************************
      *  WFREQCHK.CPY
      *  Parameter block for the callable step-frequency service
      *  (FREQCHK).  The caller first asks BUSDATE about the chain
      *  date, then passes that BUSDATE-PARMS block together with
      *  this one carrying the step's JS-FREQUENCY and JS-FREQ-PARM.
      *  FREQCHK answers whether the step is due on the date and
      *  gives a short description of the frequency for messages and
      *  reports.  FC-RETURN-CODE is 0 when answered, 8 when the code
      *  needs the business calendar and BUSDATE could not answer
      *  (the step is then reported not due - the safe side), and 12
      *  for an unknown code or a bad parameter.  Callers COPY this
      *  into WORKING-STORAGE; FREQCHK copies it into LINKAGE.
      *****************************************************************
       01  FREQCHK-PARMS.
           05  FC-FREQUENCY                 PIC X(01).
           05  FC-FREQ-PARM                 PIC X(02).
           05  FC-RETURN-CODE               PIC 9(04).
           05  FC-DUE-FLAG                  PIC X(01).
               88  FC-STEP-DUE              VALUE "Y".
           05  FC-FREQ-TEXT                 PIC X(30).
