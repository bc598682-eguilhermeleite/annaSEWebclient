           else
               move zero to ap-discontinued-date
           end-if
           if prd-avg-cost numeric
               move prd-avg-cost to ap-avg-cost
           else
               move zero to ap-avg-cost
           end-if
           move ws-today              to ap-archive-date
           write ap-record
               invalid key
