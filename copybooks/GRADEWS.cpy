               10  ws-grade-turma                  pic 9(03).
               10  ws-grade-disc                   pic 9(03).
           05  ws-grade-aulas-prev                 pic 9(03).
           05  ws-grade-prof                       pic 9(03).
