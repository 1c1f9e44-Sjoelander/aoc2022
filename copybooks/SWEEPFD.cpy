      *----------------------------------------------------------------
      *  SWEEPFD.CPY
      *  FILE SECTION ENTRIES FOR THE SWEEP REGISTER (SEE
      *  SWEEPSL.CPY).  ONE ROW PER SECTION PER ELF PER SWEEP DATE:
      *  THE DATE THE SECTION WAS DUE TO BE SWEPT (DAY4'S PROCESSING
      *  DATE), THE SECTION, THE ELF, WHERE THE DUTY CAME FROM - A
      *  (THE DAY'S ASSIGNMENTS) OR R (THE ROTA'S PICK-UP OF AN
      *  UNSWEPT SECTION) - AND THE DAY4 RUN THAT ENTERED IT.  THE
      *  CONFIRMATION STATUS IS BLANK UNTIL THE ELF CONFIRMS THE
      *  SWEEP, THEN C WITH THE DATE SWEEPCNF APPLIED IT.  COPY INTO
      *  FILE SECTION.
      *----------------------------------------------------------------
       FD  SWEEP-REGISTER-FILE.
       01  SWEEP-REGISTER-RECORD.
           05  SWL-SWEEP-DATE          PIC X(10).
           05  FILLER                  PIC X(01).
           05  SWL-SECTION             PIC 9(05).
           05  FILLER                  PIC X(01).
           05  SWL-ELF                 PIC 9(09).
           05  FILLER                  PIC X(01).
           05  SWL-SOURCE              PIC X(01).
               88  SWL-ASSIGNED                   VALUE 'A'.
               88  SWL-ROTA                       VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  SWL-RUN-ID              PIC X(15).
           05  FILLER                  PIC X(01).
           05  SWL-CONF-STATUS         PIC X(01).
               88  SWL-UNCONFIRMED                VALUE SPACE.
               88  SWL-CONFIRMED                  VALUE 'C'.
           05  FILLER                  PIC X(01).
           05  SWL-CONF-DATE           PIC X(10).
       FD  SWEEP-REGISTER-NEW-FILE.
       01  SWEEP-REGISTER-NEW-RECORD   PIC X(57).
