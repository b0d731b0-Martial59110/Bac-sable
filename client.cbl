               CLIENT-HIRE-DATE   BY SORT-CLIENT-HIRE-DATE
               CLIENT-STATUS      BY SORT-CLIENT-STATUS
               CLIENT-TERM-DATE   BY SORT-CLIENT-TERM-DATE
               CLIENT-GRADE       BY SORT-CLIENT-GRADE
               CLIENT-PROB-STATUS BY SORT-CLIENT-PROB-STATUS
               CLIENT-PROB-EXT    BY SORT-CLIENT-PROB-EXT
               SALARY-AREA        BY SORT-SALARY-AREA
               SALARY             BY SORT-SALARY.

