               CLIENT-HIRE-DATE   BY ARC-CLIENT-HIRE-DATE
               CLIENT-STATUS      BY ARC-CLIENT-STATUS
               CLIENT-TERM-DATE   BY ARC-CLIENT-TERM-DATE
               CLIENT-GRADE       BY ARC-CLIENT-GRADE
               CLIENT-PROB-STATUS BY ARC-CLIENT-PROB-STATUS
               CLIENT-PROB-EXT    BY ARC-CLIENT-PROB-EXT
               SALARY-AREA        BY ARC-SALARY-AREA
               SALARY             BY ARC-SALARY.

