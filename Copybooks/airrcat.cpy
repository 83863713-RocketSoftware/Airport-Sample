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
      * One report on the report catalogue (dd_report_catalogue),
      * registered by airrlog from a job's end record: the job, the
      * processing date the run is accounted to, a run sequence for
      * reruns on the same date, the report's title, where it was
      * written and how many lines it holds. Removed by airrret once
      * the job's retention period has passed.
      *
      ******************************************************************

           03  (prefix)-key.
               05  (prefix)-job          pic x(8).
               05  (prefix)-proc-date    pic x(8).
               05  (prefix)-run-seq      pic 9(3).
           03  (prefix)-title        pic x(40).
           03  (prefix)-location     pic x(80).
           03  (prefix)-line-count   pic 9(7).
           03  (prefix)-stamp        pic x(14).
