      * MODIFICATION HISTORY
      *   Original status inquiry, the online half of the HELLOSTA
      *   consolidation.
      *   Shows lines posted from the second-operator approval queue
      *   with an APPROVAL source.
      *****************************************************************

       IDENTIFICATION DIVISION.
                   MOVE 'PENDING ' TO RB-SOURCE
               WHEN STS-FROM-AUDIT
                   MOVE 'AUDIT   ' TO RB-SOURCE
               WHEN STS-FROM-APPROVAL
                   MOVE 'APPROVAL' TO RB-SOURCE
               WHEN OTHER
                   MOVE '????????' TO RB-SOURCE
           END-EVALUATE
