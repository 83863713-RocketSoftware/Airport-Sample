      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its
      * affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * The latest METAR observation for one station, keyed by the
      * ICAO location indicator the airport records carry in
      * f-icao. obs-stamp is the full UTC date and time of the
      * observation (YYYYMMDDHHMM) worked out from the report's
      * day/time group when it was loaded. Visibility 9999 means
      * 10 km or more; ceiling 99999 means no broken, overcast or
      * obscured layer was reported.
      *
      ******************************************************************

           03  (prefix)-icao           pic x(4).
           03  (prefix)-obs-time       pic x(7).
           03  (prefix)-obs-stamp      pic x(12).
           03  (prefix)-wind-dir       pic x(3).
           03  (prefix)-wind-speed     pic 9(3).
           03  (prefix)-wind-gust      pic 9(3).
           03  (prefix)-visibility-m   pic 9(5).
           03  (prefix)-ceiling-ft     pic 9(5).
           03  (prefix)-temperature    pic s9(3).
           03  (prefix)-dewpoint       pic s9(3).
           03  (prefix)-report-type    pic x(5).
           03  (prefix)-raw-report     pic x(120).
