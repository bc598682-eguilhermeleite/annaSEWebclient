           move ap-cost        to ws-money-value
           move ws-money-value to ws-l-value
           write rpt-line from ws-label-line
           move "average cost" to ws-l-label
           move ap-avg-cost    to ws-money-value
           move ws-money-value to ws-l-value
           write rpt-line from ws-label-line
           move "last price"   to ws-l-label
           move ap-price       to ws-money-value
           move ws-money-value to ws-l-value
