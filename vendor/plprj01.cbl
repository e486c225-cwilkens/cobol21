      *--------------------------------------------------------
      * PLPRJ01.CBL
      * Project / cost-code edit. The program must COPY
      * slprj01/fdprj01 and slccd01/fdccd01 (and OPEN both
      * files) and WSPRJ01.
      *
      * USAGE:
      *  MOVE project TO PROJECT-CHECK-NUMBER.
      *  MOVE cost code TO PROJECT-CHECK-COST-CODE.
      *  PERFORM CHECK-THE-PROJECT.
      *      PROJECT-PROBLEM comes back spaces when the pair
      *      may be charged, otherwise says why not: the
      *      project is not on file or is closed, the cost
      *      code is missing, not on the list or inactive.
      *      A blank project charges no project and needs no
      *      cost code - that always passes.
      *--------------------------------------------------------

       CHECK-THE-PROJECT.
           MOVE SPACE TO PROJECT-PROBLEM.
           IF PROJECT-CHECK-NUMBER = SPACE
               IF PROJECT-CHECK-COST-CODE NOT = SPACE
                   MOVE "COST CODE GIVEN WITH NO PROJECT"
                       TO PROJECT-PROBLEM.
           IF PROJECT-CHECK-NUMBER NOT = SPACE
               PERFORM CHECK-THE-PROJECT-RECORD.
           IF PROJECT-CHECK-NUMBER NOT = SPACE
                   AND PROJECT-PROBLEM = SPACE
               PERFORM CHECK-THE-COST-CODE.

       CHECK-THE-PROJECT-RECORD.
           MOVE PROJECT-CHECK-NUMBER TO PRJ-NUMBER.
           PERFORM READ-PROJECT-RECORD.
           IF PROJECT-RECORD-FOUND = "N"
               MOVE "PROJECT NOT ON FILE" TO PROJECT-PROBLEM
           ELSE
           IF PRJ-IS-CLOSED
               MOVE "PROJECT IS CLOSED" TO PROJECT-PROBLEM.

       CHECK-THE-COST-CODE.
           IF PROJECT-CHECK-COST-CODE = SPACE
               MOVE "A PROJECT NEEDS A COST CODE"
                   TO PROJECT-PROBLEM
           ELSE
               MOVE PROJECT-CHECK-COST-CODE TO CCD-CODE
               PERFORM READ-COST-CODE-RECORD
               IF COST-CODE-RECORD-FOUND = "N"
                   MOVE "COST CODE NOT ON THE LIST"
                       TO PROJECT-PROBLEM
               ELSE
               IF CCD-IS-INACTIVE
                   MOVE "COST CODE IS INACTIVE"
                       TO PROJECT-PROBLEM.

       READ-PROJECT-RECORD.
           MOVE "Y" TO PROJECT-RECORD-FOUND.
           READ PROJECT-FILE RECORD
               INVALID KEY
               MOVE "N" TO PROJECT-RECORD-FOUND.

       READ-COST-CODE-RECORD.
           MOVE "Y" TO COST-CODE-RECORD-FOUND.
           READ COST-CODE-FILE RECORD
               INVALID KEY
               MOVE "N" TO COST-CODE-RECORD-FOUND.
