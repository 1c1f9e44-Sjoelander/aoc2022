      *----------------------------------------------------------------
      *  CFGHWS.CPY
      *  WORKING-STORAGE FIELDS FOR THE RUNPARMS.TXT CHANGE HISTORY
      *  (SEE CFGHSL.CPY AND CFGHFD.CPY).  THE CALLER ALSO COPIES
      *  THE CONFIGURATION, RUN-ID AND RUN-LOG FAMILIES, MOVES ITS
      *  PROGRAM NAME TO WS-CFGH-PROGRAM-ID AND PERFORMS
      *  CHECK-CONFIG-HISTORY ONCE ITS RUN ID IS KNOWN.  THE CHECK
      *  COMPARES EVERY PROFILE SECTION OF THE LIVE RUNPARMS.TXT,
      *  SETTING BY SETTING, WITH THE LAST VERSION ON THE CATALOG;
      *  A DIFFERENCE SAVES THE LIVE FILE AS THE NEXT VERSION UNDER
      *  CFGHIST/, CATALOGS IT AND REPORTS EACH CHANGED SETTING ON
      *  CFGCHG.TXT.  COMMENT AND LAYOUT EDITS ALONE DO NOT MAKE A
      *  NEW VERSION.  THE VERSION IN FORCE IS LEFT IN WS-CFG-VERSION
      *  (RUNLOGWS.CPY) FOR THE RUN-LOG ENTRY.
      *----------------------------------------------------------------
       01  WS-CFGV-STATUS-CD           PIC X(02) VALUE '00'.
           88  FS-CFGV-OK                         VALUE '00'.
       01  WS-CFGP-STATUS-CD           PIC X(02) VALUE '00'.
           88  FS-CFGP-OK                         VALUE '00'.
       01  WS-CFGC-STATUS-CD           PIC X(02) VALUE '00'.
           88  FS-CFGC-OK                         VALUE '00'.
       01  WS-CFGS-STATUS-CD           PIC X(02) VALUE '00'.
           88  FS-CFGS-OK                         VALUE '00'.
       01  WS-CFGH-PROGRAM-ID          PIC X(08) VALUE SPACES.
       01  WS-CFGH-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-CFGH-EOF                        VALUE 'Y' FALSE 'N'.
       01  WS-CFGH-PRIOR-NAME          PIC X(40) VALUE SPACES.
       01  WS-CFGH-LAST-VERSION        PIC 9(05) VALUE ZERO.
       01  WS-CFGH-NEW-VERSION         PIC 9(05) VALUE ZERO.
       01  WS-CFGH-BASELINE-SW         PIC X(01) VALUE 'N'.
           88  WS-CFGH-BASELINE                   VALUE 'Y' FALSE 'N'.
       01  WS-CFGH-SAVED-DATE          PIC X(10).
       01  WS-CFGH-SAVED-TIME          PIC X(08).
       01  WS-CFGH-FILE-OWNER          PIC X(12).
       01  WS-CFGH-FILE-DATE           PIC X(10).
       01  WS-CFGH-FILE-TIME           PIC X(30).
       01  WS-CFGH-OPERATOR-ID         PIC X(08).
       01  WS-CFGH-EDIT                PIC Z(3)9.
      *
      *    ONE PARSED SETTING: THE PROFILE SECTION IT SITS IN
      *    (SPACES FOR THE GLOBAL KEYS AHEAD OF ANY PROFILE RECORD),
      *    ITS KEYWORD AND ITS VALUE, SPLIT THE WAY LOAD-CONFIG-FILE
      *    SPLITS THEM.
       01  WS-CFGH-LINE                PIC X(132).
       01  WS-CFGH-SECTION             PIC X(08).
       01  WS-CFGH-KEY                 PIC X(30).
       01  WS-CFGH-VALUE               PIC X(100).
       01  WS-CFGH-TARGET-SW           PIC X(01).
           88  WS-CFGH-TO-PRIOR                   VALUE 'P'.
           88  WS-CFGH-TO-LIVE                    VALUE 'L'.
       01  WS-CFGH-SUB                 PIC 9(04) BINARY.
       01  WS-CFGH-SUB2                PIC 9(04) BINARY.
       01  WS-CFGH-HIT                 PIC 9(04) BINARY.
       01  WS-CFGH-FULL-SW             PIC X(01) VALUE 'N'.
           88  WS-CFGH-FULL                       VALUE 'Y' FALSE 'N'.
      *
      *    EVERY SETTING OF THE LAST RECORDED VERSION AND OF THE LIVE
      *    FILE, ACROSS ALL PROFILES (A KEY REPEATED WITHIN ONE
      *    SECTION KEEPS ITS LAST VALUE, AS GET-CONFIG-VALUE DOES).
       01  WS-CFGH-PRIOR-COUNT         PIC 9(04) BINARY VALUE ZERO.
       01  CFGH-PRIOR-TABLE.
           05  CFGH-PRIOR-ENTRY OCCURS 200 TIMES.
               10  CP-SECTION          PIC X(08).
               10  CP-KEY              PIC X(30).
               10  CP-VALUE            PIC X(100).
               10  CP-MATCHED-SW       PIC X(01).
                   88  CP-MATCHED                 VALUE 'Y' FALSE 'N'.
       01  WS-CFGH-LIVE-COUNT          PIC 9(04) BINARY VALUE ZERO.
       01  CFGH-LIVE-TABLE.
           05  CFGH-LIVE-ENTRY OCCURS 200 TIMES.
               10  CL-SECTION          PIC X(08).
               10  CL-KEY              PIC X(30).
               10  CL-VALUE            PIC X(100).
      *
      *    THE CHANGED SETTINGS, BEFORE AND AFTER.  A SETTING ADDED
      *    OR REMOVED SHOWS (NOT SET) ON THE MISSING SIDE.
       01  WS-CFGH-CHANGE-COUNT        PIC 9(04) BINARY VALUE ZERO.
       01  CFGH-CHANGE-TABLE.
           05  CFGH-CHANGE-ENTRY OCCURS 400 TIMES.
               10  CC-SECTION          PIC X(08).
               10  CC-KEY              PIC X(30).
               10  CC-BEFORE           PIC X(100).
               10  CC-AFTER            PIC X(100).
       01  WS-CFGH-CMD                 PIC X(130).
       01  WS-CFGH-LOCK-TRY            PIC 9(04) BINARY.
       01  WS-CFGH-LOCKED-SW           PIC X(01) VALUE 'N'.
           88  WS-CFGH-LOCKED                     VALUE 'Y' FALSE 'N'.
       01  WS-CFGH-RC-SAVE             PIC S9(09) BINARY.
       01  WS-CFGH-RC-CALLER           PIC S9(09) BINARY.
