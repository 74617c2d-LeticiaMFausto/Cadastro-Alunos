      *>acima seguem gravados para as bases antigas
           05  fd-resp1-cpf                        pic 9(11).
           05  fd-resp2-cpf                        pic 9(11).
      *>Dados do Censo Escolar (Educacenso). Cor/raça, nacionalidade
      *>e deficiência em branco = não informado. Tipo de deficiência
      *>pela tabela do INEP (01 cegueira, 02 baixa visão, 03 surdez,
      *>04 def. auditiva, 05 surdocegueira, 06 def. física, 07 def.
      *>intelectual, 08 autismo, 09 altas habilidades)
           05  fd-censo.
               10  fd-data-nasc                    pic 9(08).
               10  fd-sexo                         pic x(01).
               10  fd-cor-raca                     pic x(01).
               10  fd-nacionalidade                pic x(01).
               10  fd-certidao                     pic x(32).
               10  fd-inep-id                      pic 9(12).
               10  fd-deficiencia                  pic x(01).
               10  fd-tipo-deficiencia             pic 9(02).
