      *>----------------------------------------------------------------
      *>  Apuração do resultado final por disciplina de um aluno,
      *>  montada a partir de arqNotaDisc (bimestres 1 a 4 e exame
      *>  no bimestre 5). Compartilhada entre o cadastro interativo,
      *>  a carga de notas (ImportaNotas), o reprocessamento do exame
      *>  (ProcessaExameFinal) e o encerramento de ano
      *>  (EncerraAnoLetivo) para que todos apliquem a mesma regra:
      *>
      *>  - media da disciplina = media dos 4 bimestres;
      *>  - >= 6,00 Aprovado, 4,00 a 5,99 Recuperacao, abaixo
      *>    Reprovado;
      *>  - com exame lançado, a nota do exame substitui o pior
      *>    bimestre e a disciplina fica Aprovado ou Reprovado.
      *>
      *>  Resultado geral do aluno: todas aprovadas = Aprovado; ate
      *>  duas reprovadas = AprovDepend (aprovado com dependência);
      *>  mais de duas = Reprovado; exame pendente = Recuperacao.
      *>----------------------------------------------------------------
       01  ws-result-disc.
           05  ws-rd-qtd                           pic 9(02).
           05  ws-rd-qtd-reprov                    pic 9(02).
           05  ws-rd-qtd-recup                     pic 9(02).
           05  ws-rd-soma-final                    pic 9(04)v99.
           05  ws-rd-item                          occurs 30 times.
               10  ws-rd-disc                      pic 9(03).
               10  ws-rd-nota                      pic 9(02)v99
                                                   occurs 4 times.
               10  ws-rd-tem-exame                 pic x(01).
               10  ws-rd-exame                     pic 9(02)v99.
               10  ws-rd-media                     pic 9(02)v99.
               10  ws-rd-media-final               pic 9(02)v99.
               10  ws-rd-situacao                  pic x(12).

       77  ws-rd                                   pic 9(02).
       77  ws-rd-pior                              pic 9(02)v99.
       77  ws-rd-fim                               pic x(01).
           88  fim-result-disc                     value "S".
       77  ws-max-reprov-depend                    pic 9(02) value 2.
