       FILE SECTION.
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       COPY 'calendar-extract.cpy'.

       WORKING-STORAGE SECTION.

