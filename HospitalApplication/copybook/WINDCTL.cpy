      * COPY WINDCTL.
      ***** BATCH-WINDOW CUT-OFF WORK AREA.  THE CUT-OFF ITSELF IS THE
      ***** "*SHARED*" WINDOW-CUTOFF ROW ON THE RUNPARM MASTER (HHMM,
      ***** FETCHED THROUGH PARMGET); IT IS THE WALL-CLOCK TIME THE
      ***** NIGHT'S CHAIN MUST BE FINISHED BY FOR THE ON-LINE START,
      ***** AND FALLS ON THE FIRST SUCH TIME AFTER THE NIGHT'S FIRST
      ***** STEP STARTED.  NO ROW IN FORCE, OR A VALUE THAT IS NOT A
      ***** CLOCK TIME, MEANS 06:00.  USED BY MRNFLASH AND STEPTIME.
       01  BATCH-WINDOW-CONTROL-REC.
           05  WIN-CUTOFF-HHMM             PIC 9(4).
           05  WIN-CUTOFF-PARTS REDEFINES WIN-CUTOFF-HHMM.
               10  WIN-CUTOFF-HH           PIC 9(2).
               10  WIN-CUTOFF-MM           PIC 9(2).
           05  FILLER                      PIC X(76).
