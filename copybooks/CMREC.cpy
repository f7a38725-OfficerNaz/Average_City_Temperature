000140*    REGIONAL ROLLUP - BUDGETING IS DONE BY REGION, NOT BY
000150*    CITY - AND RIDES EVERY REPORT AND HISTORY RECORD THE
000160*    CITY PRODUCES.
000170*    THE REGION CODE (ADDED 2026-02-09) GREW THE RECORD FROM
000180*    16 TO 19 BYTES - A CITYMSTR CUT BEFORE THAT DATE MUST BE
000190*    RE-CUT ONCE (REPRO THROUGH A ONE-TIME CONVERSION THAT
000200*    APPENDS EACH CITY'S REGION COLUMN) BEFORE ANYTHING
000210*    COPYING THIS LAYOUT OPENS IT, THE SAME WAY THE OLD
000220*    73-BYTE HISTARCH GENERATIONS ARE HANDLED.
000230*    THE STATION LIFECYCLE DATES (ADDED 2026-10-15) GREW IT
000240*    AGAIN, 19 TO 43 BYTES, AND NEED THE SAME ONE-TIME RE-CUT
000250*    WITH EACH CITY'S THREE DATES APPENDED AS ZEROS.  ALL
000260*    THREE ARE CCYYMMDD AND MAINTAINED THROUGH CITYMNT ('S'
000270*    CARDS):
000280*        IN-SERVICE   FIRST DAY THE STATION REPORTED; ZERO
000290*                     MEANS IN SERVICE BEFORE RECORDS BEGAN.
000300*        OUT-SERVICE  LAST DAY THE STATION REPORTED; ZERO
000310*                     MEANS STILL IN SERVICE.  NO READING IS
000320*                     ACCEPTED OUTSIDE IN-SERVICE..OUT-SERVICE,
000330*                     AND A CITY OUT OF SERVICE FOR THE MONTH
000340*                     IS NOT EXPECTED TO REPORT.
000350*        RELOCATED    FIRST DAY AT THE STATION'S CURRENT SITE;
000360*                     ZERO MEANS NEVER MOVED.  NORMALS AND
000370*                     STANDING RECORDS ONLY DRAW ON WHOLE
000380*                     MONTHS AFTER THE MOVE MONTH - THE OLD
000390*                     SITE'S HISTORY IS A DIFFERENT CLIMATE.
000400*
000410 01  CM-RECORD.
000420     05  CM-CITY-CODE        PIC X(04).
000430     05  CM-CITY-NAME        PIC X(12).
000440     05  CM-REGION-CODE      PIC X(03).
000450     05  CM-IN-SERVICE-DATE  PIC 9(08).
000460     05  CM-OUT-SERVICE-DATE PIC 9(08).
000470     05  CM-RELOCATED-DATE   PIC 9(08).
