           05  rm-numero5                             pic 9(02).
           05  rm-numero6                             pic 9(02).
           05  rm-situacao                            pic x(01).
      *>----concurso aberto (ainda sem sorteio): fica fora da tabulacao
               88  rm-sit-aberto                        value "A".

      *>----Variaveis de trabalho
       working-storage section.
                       at end
                           move "S" to ws-fim-resultados
                       not at end
                           if not rm-sit-aberto
                               perform 2060-tabula-resultado
                           end-if
                   end-read
               end-perform

