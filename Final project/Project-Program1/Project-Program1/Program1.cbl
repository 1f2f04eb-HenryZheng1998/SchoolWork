      * declare an input record definition
       fd input-file
           data record is input-line
           record contains 93 characters.

           COPY TRANINPT.

      * declare an output record definition
       fd VALID-RECORDS-DATA-FILE
           data record is valid-line
           record contains 93 characters.

       01 valid-line                        pic x(93).


       fd INVALID-RECORDS-DATA-FILE
           data record is invalid-line
           record contains 93 characters.

       01 invalid-line                      pic x(93).

       fd STORE-MASTER-FILE.
           COPY STORMSTR.
               move "N" to ws-valid-flag
           end-if.

      * a store-to-store transfer carries no tender
           if not il-payment-valid and not il-transfer then
               move "N" to ws-valid-flag
           end-if.

