000010*================================================================
000020*  COPYBOOK:    CINTVEXT
000030*  DESCRIPTION: RECORD LAYOUT FOR THE FINTVEXT HALF-HOUR
000040*               INTERVAL TRAFFIC EXTRACT WRITTEN BY FAPINTV FOR
000050*               THE WORKFORCE PLANNING TOOL.  ALWAYS 48 RECORDS,
000060*               ONE PER HALF-HOUR OF THE TRAFFIC DATE, IN TIME
000070*               ORDER, ALL FIELDS UNSIGNED ZONED DECIMAL SO THE
000080*               FILE LOADS WITHOUT A CONVERSION STEP.  CALL
000090*               COUNTS AND THE MYDATA MIX ARE BY THE INTERVAL
000100*               THE CALL STARTED IN; THE PEAK IS THE MOST CALLS
000110*               IN PROGRESS AT ONCE AT ANY MOMENT OF THE
000120*               INTERVAL.  INTV-END-TIME OF THE LAST INTERVAL IS
000130*               2400.
000140*  LENGTH:      80 BYTES.
000150*----------------------------------------------------------------
000160*  MODIFICATION HISTORY
000170*  DATE       INIT  DESCRIPTION
000180*  ---------- ----  ------------------------------------------
000190*  2026-09-14 JDH   ORIGINAL COPYBOOK.
000200*================================================================
000210    01  INTERVAL-EXTRACT-RECORD.
000220        05  INTV-TRAFFIC-DATE        PIC 9(08).
000230        05  INTV-NUMBER              PIC 9(02).
000240        05  INTV-START-TIME          PIC 9(04).
000250        05  INTV-END-TIME            PIC 9(04).
000260        05  INTV-CALLS               PIC 9(07).
000270        05  INTV-MYDATA-MIX.
000280            10  INTV-MYDATA-1        PIC 9(07).
000290            10  INTV-MYDATA-2        PIC 9(07).
000300            10  INTV-MYDATA-3        PIC 9(07).
000310            10  INTV-MYDATA-OTHER    PIC 9(07).
000320        05  INTV-AVG-DURATION        PIC 9(06).
000330        05  INTV-PEAK-CONCURRENT     PIC 9(05).
000340        05  INTV-BUSIEST-FLAG        PIC X(01).
000350            88  INTV-BUSIEST                 VALUE 'Y'.
000360        05  FILLER                   PIC X(15).
