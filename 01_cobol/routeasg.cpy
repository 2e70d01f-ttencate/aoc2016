      *> shared courier assignment record - one record per assigned
      *> route, written by 01aasgn to ASGNOUT alongside the printed
      *> ASGNRPT so downstream programs do not have to re-key the
      *> report.  read back by the 01atime departure timetable,
      *> the 01abill billing extract, the 01avar variance report
      *> and the 01asheet courier run sheets.
           05 ag-courier-id pic X(4).
           05 ag-route-id pic X(8).
