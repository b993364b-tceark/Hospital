      * COPY RPTREPO.
      ***** THE ELECTRONIC REPORT REPOSITORY.  A REPORT STEP WRITES ITS
      ***** PRINT FILE TO A TEMPORARY DATASET AND RPTSAVE LOADS IT HERE
      ***** INSTEAD OF IT GOING TO THE PRINTER; DEPARTMENTS BROWSE
      ***** THEIR OWN REPORTS ON-LINE (TRANSACTION RPTV, RPTVIEW),
      ***** RPTMNT MAINTAINS THE DEFINITIONS AND THE DISTRIBUTION
      ***** TABLE, AND RPTPURGE ROLLS OFF WHAT IS PAST RETENTION.

      ***** REPORT DEFINITION (DDS0001.RPTDEF, VSAM KSDS) -- ONE ROW
      ***** PER REPORT ID: WHAT IT IS, WHICH DEPARTMENT OWNS IT, HOW
      ***** LONG A RUN IS KEPT, HOW WIDE ITS PRINT LINE IS (THE
      ***** PROGRAM'S FD LENGTH), AND HOW MANY LINES MAKE A PAGE (THE
      ***** PRINT FILES CARRY NO CARRIAGE CONTROL).
       01  REPORT-DEFINITION-REC.
           05  RDF-REPORT-ID               PIC X(08).
           05  RDF-REPORT-TITLE            PIC X(40).
           05  RDF-PROGRAM-ID              PIC X(08).
           05  RDF-OWNER-DEPT              PIC X(08).
           05  RDF-RETENTION-DAYS          PIC 9(04).
           05  RDF-LINES-PER-PAGE          PIC 9(03).
           05  RDF-LINE-WIDTH              PIC 9(03).
           05  RDF-CHANGED-BY              PIC X(08).
           05  RDF-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(10).

      ***** DISTRIBUTION TABLE (DDS0001.RPTDIST, VSAM KSDS) -- ONE ROW
      ***** PER DEPARTMENT PER REPORT IT RECEIVES, KEYED DEPARTMENT
      ***** FIRST SO A DEPARTMENT'S LIST IS ONE BROWSE.
       01  REPORT-DISTRIBUTION-REC.
           05  RDS-KEY.
               10  RDS-DEPT-ID             PIC X(08).
               10  RDS-REPORT-ID           PIC X(08).
           05  RDS-CHANGED-BY              PIC X(08).
           05  RDS-CHANGED-DATE            PIC 9(08).
           05  FILLER                      PIC X(08).

      ***** REPORT INDEX (DDS0001.RPTINDX, VSAM KSDS) -- ONE ROW PER
      ***** SAVED RUN OF A REPORT.  THE RUN SEQUENCE SEPARATES TWO
      ***** RUNS ON ONE JOB DATE (EACH CAMPUS'S CHAIN, OR A RERUN).
      ***** THE EXPIRY DATE IS SET AT LOAD FROM THE RETENTION THEN IN
      ***** FORCE.
       01  REPORT-INDEX-REC.
           05  RIX-KEY.
               10  RIX-REPORT-ID           PIC X(08).
               10  RIX-RUN-DATE            PIC 9(08).
               10  RIX-RUN-SEQ             PIC 9(03).
           05  RIX-OWNER-DEPT              PIC X(08).
           05  RIX-FACILITY                PIC X(02).
           05  RIX-REPORT-TITLE            PIC X(40).
           05  RIX-LINE-COUNT              PIC 9(07).
           05  RIX-PAGE-COUNT              PIC 9(05).
           05  RIX-LOADED-DATE             PIC 9(08).
           05  RIX-LOADED-TIME             PIC 9(06).
           05  RIX-EXPIRES-DATE            PIC 9(08).
           05  FILLER                      PIC X(17).

      ***** REPORT LINE (DDS0001.RPTLINE, VSAM KSDS) -- ONE ROW PER
      ***** PRINT LINE OF A SAVED RUN, IN PRINT ORDER.
       01  REPORT-LINE-REC.
           05  RLN-KEY.
               10  RLN-REPORT-ID           PIC X(08).
               10  RLN-RUN-DATE            PIC 9(08).
               10  RLN-RUN-SEQ             PIC 9(03).
               10  RLN-LINE-NBR            PIC 9(07).
           05  RLN-PAGE-NBR                PIC 9(05).
           05  RLN-PRINT-LINE              PIC X(133).
           05  FILLER                      PIC X(06).
