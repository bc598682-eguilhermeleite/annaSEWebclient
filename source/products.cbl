       copy "prodsup.sl".
       copy "operator.sl".
       copy "reasncd.sl".
       copy "location.sl".
       copy "prodlot.sl".
       copy "errlog.sl".
      *end {iscobol}file-control
       data division.
       copy "prodsup.fd".
       copy "operator.fd".
       copy "reasncd.fd".
       copy "location.fd".
       copy "prodlot.fd".
       copy "errlog.fd".
      *end {iscobol}file-section
       working-storage section.
