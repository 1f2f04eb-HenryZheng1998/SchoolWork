      * tax jurisdiction the store collects for - points at the
      * rate table the tax remittance run prices each sale with
           05  SM-TAX-JURISDICTION          PIC X(3).
      * district the store reports to - stores roll up by district
      * for the shrink totals loss prevention and accounting share
           05  SM-DISTRICT-NUMBER           PIC 99.
      * the day the store opened, CCYYMMDD - a store is comparable
      * only when it was open through the whole of both periods a
      * comparable-store report sets side by side; zero means the
      * date has not been maintained yet
           05  SM-OPEN-DATE                 PIC 9(8).
