                                by reference ag-facility-info
                                by reference ag-report-currency
                                by reference ag-query-criteria
                                by reference ag-fare-request
                                by reference ag-weather-info
                                by reference ag-sun-info
                                by reference ag-approval-request
                                by reference ag-target-scope
                                by reference ag-fir-result
                                by reference ag-tanker-result
                                by reference ag-dependants
                                by reference ag-reversal
                                by reference ag-annotations
                                by reference ag-fx-as-of-date
                                by reference ag-city-centre
                                by reference ag-language
                                by reference ag-target-grant
       .

       display-summary section.
