      * declare an input record definition
       fd input-file
           data record is input-line
           record contains 93 characters.

           COPY TRANINPT.

