      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "Integridade.Cadastros.vg".
       author. "Jade Rogelin".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.



      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select apostadores-master
               assign to "APOSTADORES.TXT"
               organization is line sequential
               file status is ws-status-apostadores.

           select boloes-master
               assign to "BOLOES.TXT"
               organization is line sequential
               file status is ws-status-boloes.

           select saldos-master
               assign to "SALDOS.TXT"
               organization is line sequential
               file status is ws-status-saldos.

           select teimosinha-master
               assign to "TEIMOSINHA.TXT"
               organization is line sequential
               file status is ws-status-teimosinha.

           select historico-master
               assign to "HISTORICO.TXT"
               organization is line sequential
               file status is ws-status-historico.

           select ganhadores-saida
               assign to "GANHADORES.TXT"
               organization is line sequential
               file status is ws-status-ganhadores.

           select pagamentos-master
               assign to "PAGAMENTOS.TXT"
               organization is line sequential
               file status is ws-status-pagamentos.

           select resultados-master
               assign to "RESULTADOS.DAT"
               organization is indexed
               access mode is dynamic
               record key is rm-concurso
               file status is ws-status-resultados.

           select integridade-saida
               assign to "INTEGRIDADE.TXT"
               organization is line sequential
               file status is ws-status-integridade.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Cadastros no mesmo layout gravado pelo programa de sorteio; so
      *>----os codigos e as referencias entre os arquivos sao conferidos
       fd  apostadores-master.
       01  apostadores-master-registro.
           05  ap-codigo                             pic 9(05).
           05  ap-nome                                pic x(30).

       fd  boloes-master.
       01  boloes-master-registro.
           05  bo-codigo                             pic 9(05).
           05  bo-apostador                           pic 9(05).
           05  bo-quotas                              pic 9(03).

       fd  saldos-master.
       01  saldos-master-registro.
           05  sd-codigo                             pic 9(05).
           05  sd-saldo                               pic 9(09)v9(02).

       fd  teimosinha-master.
       01  teimosinha-master-registro.
           05  tm-apostador                          pic 9(05).
           05  tm-numeros                             pic x(12).
           05  tm-concurso-inicio                     pic 9(04).
           05  tm-qtd-restante                        pic 9(03).

       fd  historico-master.
       01  historico-master-registro.
           05  hi-data                                pic 9(08).
           05  hi-execucao                            pic 9(06).
           05  hi-origem                              pic x(01).
           05  hi-apostador                           pic 9(05).
           05  hi-concurso                            pic 9(04).
           05  hi-numeros                             pic x(12).
           05  hi-faixa                               pic x(06).
           05  hi-premio                              pic 9(09)v9(02).

       fd  ganhadores-saida.
       01  ganhadores-saida-registro                 pic x(91).

       fd  pagamentos-master.
       01  pagamentos-master-registro.
           05  pg-concurso                             pic 9(04).
           05  pg-sequencia                            pic 9(05).
           05  pg-execucao                             pic 9(06).
           05  pg-situacao                             pic x(01).
           05  pg-data                                 pic 9(08).

      *>----RESULTADOS.DAT: cadastro indexado dos concursos oficiais, no
      *>----mesmo layout gravado pelo programa de sorteio
       fd  resultados-master.
       01  resultados-master-registro.
           05  rm-concurso                           pic 9(04).
           05  rm-data                                pic 9(08).
           05  rm-numero1                             pic 9(02).
           05  rm-numero2                             pic 9(02).
           05  rm-numero3                             pic 9(02).
           05  rm-numero4                             pic 9(02).
           05  rm-numero5                             pic 9(02).
           05  rm-numero6                             pic 9(02).
           05  rm-situacao                            pic x(01).
      *>----concurso liquidado: conferido, ganhadores enviados ou pago
               88  rm-sit-liquidado                     value "C" "G" "P".
               88  rm-sit-pago                          value "P".

       fd  integridade-saida.
       01  integridade-saida-registro               pic x(200).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-status-apostadores                    pic  x(02).
       77  ws-status-boloes                         pic  x(02).
       77  ws-status-saldos                         pic  x(02).
       77  ws-status-teimosinha                     pic  x(02).
       77  ws-status-historico                      pic  x(02).
       77  ws-status-ganhadores                     pic  x(02).
       77  ws-status-pagamentos                     pic  x(02).
       77  ws-status-resultados                     pic  x(02).
       77  ws-status-integridade                    pic  x(02).

       77  ws-fim-arquivo                           pic  x(01).
           88  ws-fim-leitura                           value "S".
       77  ws-data-hoje                             pic  9(08).
       77  ws-rc-integridade                        pic  9(02) value zero.

      *>----Tabelas que encheram na carga (1 apostadores, 2 boloes,
      *>----3 liquidados, 4 ganhadores, 5 pagamentos, 6 teimosinhas,
      *>----7 baixas de teimosinha): o aviso sai uma vez por tabela
       01  ws-tabelas-cheias.
           05  ws-tab-cheia        occurs 7 times    pic x(01).
       77  ws-idx-tab                               pic  9(01).
       77  ws-tabela-arquivo                        pic  x(15).
       77  ws-tabela-limite                         pic  9(05).
       77  ws-limite-editado                        pic  zzzz9.

      *>----Cadastro de apostadores
       77  ws-qtd-apostadores                       pic  9(04).
       77  ws-idx-apd                               pic  9(04).
       77  ws-apostador-busca                       pic  9(05).
       77  ws-apostador-achado                      pic  x(01).
           88  ws-apostador-foi-achado                  value "S".

       01  ws-tabela-apostadores.
           05  ws-apd-codigo       occurs 2000 times pic 9(05).

      *>----Boloes: um registro por membro, como em BOLOES.TXT
       77  ws-qtd-boloes                            pic  9(04).
       77  ws-idx-bol                               pic  9(04).
       77  ws-idx-bol2                              pic  9(04).
       77  ws-bolao-busca                           pic  9(05).
       77  ws-bolao-achado                          pic  x(01).
           88  ws-bolao-foi-achado                      value "S".
       77  ws-bolao-repetido                        pic  x(01).
           88  ws-bolao-ja-conferido                    value "S".
       77  ws-qtd-quotas-bolao                      pic  9(07).

       01  ws-tabela-boloes.
           05  ws-bol-registro     occurs 2000 times.
               10  ws-bol-codigo                     pic 9(05).
               10  ws-bol-apostador                  pic 9(05).
               10  ws-bol-quotas                     pic 9(03).

      *>----Concursos liquidados de RESULTADOS.DAT (conferido, ganhadores
      *>----enviados ou pago), com a situacao
       77  ws-qtd-liquidados                        pic  9(04).
       77  ws-idx-liq                               pic  9(04).

       01  ws-tabela-liquidados.
           05  ws-liq-registro     occurs 2000 times.
               10  ws-liq-concurso                   pic 9(04).
               10  ws-liq-situacao                   pic x(01).

      *>----Detalhes de ganhador (GANHADORES.TXT) e confirmacoes de
      *>----pagamento (PAGAMENTOS.TXT): a chave e concurso + sequencia +
      *>----execucao, como na confirmacao de pagamentos
       77  ws-qtd-ganhadores                        pic  9(05).
       77  ws-idx-gan                               pic  9(05).
       77  ws-qtd-pagamentos                        pic  9(05).
       77  ws-idx-pag                               pic  9(05).
       77  ws-chave-achada                          pic  x(01).
           88  ws-chave-foi-achada                      value "S".

       01  ws-ganhador-lido.
           05  ws-gl-tipo                             pic x(01).
           05  ws-gl-concurso                         pic 9(04).
           05  ws-gl-sequencia                        pic 9(05).
           05  ws-gl-apostador                        pic 9(05).
           05  ws-gl-dezenas                          pic x(12).
           05  ws-gl-faixa                            pic x(06).
           05  ws-gl-valor-premio                     pic 9(09)v9(02).
           05  ws-gl-data-processamento               pic 9(08).
           05  ws-gl-execucao                         pic 9(06).
           05  ws-gl-valor-ir                         pic 9(09)v9(02).
           05  ws-gl-valor-liquido                    pic 9(09)v9(02).
           05  ws-gl-bilhete                          pic 9(11).

       01  ws-tabela-ganhadores.
           05  ws-gan-registro     occurs 5000 times.
               10  ws-gan-concurso                   pic 9(04).
               10  ws-gan-sequencia                  pic 9(05).
               10  ws-gan-execucao                   pic 9(06).
               10  ws-gan-apostador                  pic 9(05).
               10  ws-gan-valor-liquido              pic 9(09)v9(02).
               10  ws-gan-pago                       pic x(01).
                   88  ws-gan-foi-pago                  value "S".

       01  ws-tabela-pagamentos.
           05  ws-pag-registro     occurs 5000 times.
               10  ws-pag-concurso                   pic 9(04).
               10  ws-pag-sequencia                  pic 9(05).
               10  ws-pag-execucao                   pic 9(06).
               10  ws-pag-situacao                   pic x(01).
               10  ws-pag-data                       pic 9(08).

      *>----Teimosinhas ativas e as baixas delas em HISTORICO.TXT (origem
      *>----"T"): o concurso liquidado sem baixa nao foi conferido
       77  ws-qtd-teimosinhas                       pic  9(04).
       77  ws-idx-tei                               pic  9(04).
       77  ws-qtd-baixas-tei                        pic  9(05).
       77  ws-idx-bxt                               pic  9(05).
       77  ws-baixa-achada                          pic  x(01).
           88  ws-baixa-foi-achada                      value "S".
       77  ws-qtd-nao-conferidos                    pic  9(04).
       77  ws-primeiro-nao-conferido                pic  9(04).

       01  ws-tabela-teimosinhas.
           05  ws-tei-registro     occurs 2000 times.
               10  ws-tei-apostador                  pic 9(05).
               10  ws-tei-numeros                    pic x(12).
               10  ws-tei-concurso-inicio            pic 9(04).
               10  ws-tei-restante                   pic 9(03).

       01  ws-tabela-baixas-teimosinha.
           05  ws-bxt-registro     occurs 5000 times.
               10  ws-bxt-apostador                  pic 9(05).
               10  ws-bxt-numeros                    pic x(12).
               10  ws-bxt-concurso                   pic 9(04).

      *>----Codigos desconhecidos por arquivo: uma linha por codigo, com a
      *>----quantidade de registros em que aparece
       77  ws-qtd-desconhecidos                     pic  9(04).
       77  ws-idx-dsc                               pic  9(04).
       77  ws-origem-codigo                         pic  x(12).
       77  ws-codigo-conferido                      pic  9(05).
       77  ws-aceita-bolao                          pic  x(01).
           88  ws-bolao-e-aceito                        value "S".
       77  ws-desconhecido-achado                   pic  x(01).
           88  ws-desconhecido-foi-achado               value "S".

       01  ws-tabela-desconhecidos.
           05  ws-dsc-registro     occurs 1000 times.
               10  ws-dsc-origem                     pic x(12).
               10  ws-dsc-codigo                     pic 9(05).
               10  ws-dsc-qtd                        pic 9(07).

      *>----Totais de excecoes por conferencia e linha do relatorio
       01  ws-totais-excecoes.
           05  ws-qtd-excecao      occurs 6 times    pic 9(05).
       77  ws-idx-exc                               pic  9(01).
       77  ws-total-excecoes                        pic  9(06).
       77  ws-valor-editado                         pic  zzz.zzz.zz9,99.
       01  ws-integridade-linha                     pic  x(200).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.


           perform 1000-inicializa.

           if ws-status-integridade <> "00"
               display "Nao foi possivel abrir INTEGRIDADE.TXT."
               move 8 to ws-rc-integridade
           else
               perform 1100-carrega-apostadores
               perform 1200-carrega-boloes
               perform 1300-carrega-resultados
               perform 1400-carrega-ganhadores
               perform 1500-carrega-pagamentos
               perform 1600-le-saldos
               perform 1700-carrega-teimosinhas
               perform 1800-le-historico

               perform 2100-relatorio-desconhecidos
               perform 2200-confere-boloes
               perform 2300-confere-apostador-bolao
               perform 2400-confere-teimosinhas
               perform 2500-confere-concursos-pagos
               perform 2600-confere-pagamentos
               perform 2700-totais

               close integridade-saida
           end-if.

           perform 3000-finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       1000-inicializa section.

           move    zero    to  ws-qtd-apostadores
           move    zero    to  ws-qtd-boloes
           move    zero    to  ws-qtd-liquidados
           move    zero    to  ws-qtd-ganhadores
           move    zero    to  ws-qtd-pagamentos
           move    zero    to  ws-qtd-teimosinhas
           move    zero    to  ws-qtd-baixas-tei
           move    zero    to  ws-qtd-desconhecidos
           move    all "N" to  ws-tabelas-cheias

           perform varying ws-idx-exc from 1 by 1 until ws-idx-exc > 6
               move zero to ws-qtd-excecao(ws-idx-exc)
           end-perform

           accept ws-data-hoje from date yyyymmdd

           open output integridade-saida

           if ws-status-integridade = "00"
               move spaces to ws-integridade-linha
               string   "*** INTEGRIDADE DOS CADASTROS EM "
                                                     delimited by size
                        ws-data-hoje                 delimited by size
                        " ***"                       delimited by size
                   into ws-integridade-linha
               write integridade-saida-registro from ws-integridade-linha
           end-if

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tabela ws-idx-tab cheia: o que sobra de ws-tabela-arquivo nao e
      *>  conferido, entao o relatorio avisa e o retorno da execucao e 08
      *>------------------------------------------------------------------------
       1010-tabela-cheia section.

           if ws-tab-cheia(ws-idx-tab) <> "S"
               move "S" to ws-tab-cheia(ws-idx-tab)
               move ws-tabela-limite to ws-limite-editado

               move spaces to ws-integridade-linha
               string   "TABELA CHEIA: "             delimited by size
                        ws-tabela-arquivo            delimited by space
                        " COM MAIS DE "              delimited by size
                        ws-limite-editado            delimited by size
                        " REGISTROS; OS EXCEDENTES NAO FORAM CONFERIDOS"
                                                     delimited by size
                   into ws-integridade-linha
               write integridade-saida-registro from ws-integridade-linha

               display "Atencao: " ws-tabela-arquivo " com mais de "
                       ws-limite-editado " registros; os excedentes"
                       " nao foram conferidos."
               move 8 to ws-rc-integridade
           end-if

           .
       1010-tabela-cheia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os codigos de APOSTADORES.TXT; sem o cadastro nao ha base
      *>  para conferir os codigos e o retorno da execucao e 08
      *>------------------------------------------------------------------------
       1100-carrega-apostadores section.

           open input apostadores-master

           if ws-status-apostadores <> "00"
               move "APOSTADORES.TXT AUSENTE: TODO CODIGO DE APOSTADOR SAI COMO DESCONHECIDO"
                 to ws-integridade-linha
               write integridade-saida-registro from ws-integridade-linha
               move 8 to ws-rc-integridade
           else
               move "N" to ws-fim-arquivo

               perform until ws-fim-leitura
                   read apostadores-master
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           if ws-qtd-apostadores < 2000
                               add 1 to ws-qtd-apostadores
                               move ap-codigo
                                 to ws-apd-codigo(ws-qtd-apostadores)
                           else
                               move 1                 to ws-idx-tab
                               move "APOSTADORES.TXT" to ws-tabela-arquivo
                               move 2000              to ws-tabela-limite
                               perform 1010-tabela-cheia
                           end-if
                   end-read
               end-perform

               close apostadores-master
           end-if

           .
       1100-carrega-apostadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os membros de BOLOES.TXT
      *>------------------------------------------------------------------------
       1200-carrega-boloes section.

           open input boloes-master

           if ws-status-boloes = "00"
               move "N" to ws-fim-arquivo

               perform until ws-fim-leitura
                   read boloes-master
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           if ws-qtd-boloes < 2000
                               add 1 to ws-qtd-boloes
                               move bo-codigo
                                 to ws-bol-codigo(ws-qtd-boloes)
                               move bo-apostador
                                 to ws-bol-apostador(ws-qtd-boloes)
                               move bo-quotas
                                 to ws-bol-quotas(ws-qtd-boloes)
                           else
                               move 2                 to ws-idx-tab
                               move "BOLOES.TXT"      to ws-tabela-arquivo
                               move 2000              to ws-tabela-limite
                               perform 1010-tabela-cheia
                           end-if
                   end-read
               end-perform

               close boloes-master
           end-if

           .
       1200-carrega-boloes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os concursos liquidados de RESULTADOS.DAT
      *>------------------------------------------------------------------------
       1300-carrega-resultados section.

           open input resultados-master

           if ws-status-resultados <> "00"
               move "RESULTADOS.DAT NAO DISPONIVEL: TEIMOSINHAS E CONCURSOS PAGOS NAO CONFERIDOS"
                 to ws-integridade-linha
               write integridade-saida-registro from ws-integridade-linha
           else
               move "N" to ws-fim-arquivo

               perform until ws-fim-leitura
                   read resultados-master next
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           if rm-sit-liquidado
                               if ws-qtd-liquidados < 2000
                                   add 1 to ws-qtd-liquidados
                                   move rm-concurso
                                     to ws-liq-concurso(ws-qtd-liquidados)
                                   move rm-situacao
                                     to ws-liq-situacao(ws-qtd-liquidados)
                               else
                                   move 3                to ws-idx-tab
                                   move "RESULTADOS.DAT" to ws-tabela-arquivo
                                   move 2000             to ws-tabela-limite
                                   perform 1010-tabela-cheia
                               end-if
                           end-if
                   end-read
               end-perform

               close resultados-master
           end-if

           .
       1300-carrega-resultados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os detalhes de GANHADORES.TXT e confere o apostador de
      *>  cada um contra o cadastro
      *>------------------------------------------------------------------------
       1400-carrega-ganhadores section.

           open input ganhadores-saida

           if ws-status-ganhadores = "00"
               move "N" to ws-fim-arquivo

               perform until ws-fim-leitura
                   read ganhadores-saida into ws-ganhador-lido
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           if ws-gl-tipo = "D"
                               perform 1410-guarda-ganhador
                           end-if
                   end-read
               end-perform

               close ganhadores-saida
           end-if

           .
       1400-carrega-ganhadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o detalhe de ganhador lido; detalhe gravado antes da
      *>  execucao na chave vale como execucao zero
      *>------------------------------------------------------------------------
       1410-guarda-ganhador section.

           if ws-gl-execucao not numeric
               move zero to ws-gl-execucao
           end-if

           if ws-qtd-ganhadores >= 5000
               move 4                to ws-idx-tab
               move "GANHADORES.TXT" to ws-tabela-arquivo
               move 5000             to ws-tabela-limite
               perform 1010-tabela-cheia
           else
               add 1 to ws-qtd-ganhadores
               move ws-gl-concurso
                 to ws-gan-concurso(ws-qtd-ganhadores)
               move ws-gl-sequencia
                 to ws-gan-sequencia(ws-qtd-ganhadores)
               move ws-gl-execucao
                 to ws-gan-execucao(ws-qtd-ganhadores)
               move ws-gl-apostador
                 to ws-gan-apostador(ws-qtd-ganhadores)
               move ws-gl-valor-liquido
                 to ws-gan-valor-liquido(ws-qtd-ganhadores)
               move "N"
                 to ws-gan-pago(ws-qtd-ganhadores)
           end-if

      *>    apostador zero e a aposta digitada na conferencia oficial
           if ws-gl-apostador > 0
               move "GANHADORES"    to ws-origem-codigo
               move ws-gl-apostador to ws-codigo-conferido
               move "S"             to ws-aceita-bolao
               perform 1900-confere-codigo
           end-if

           .
       1410-guarda-ganhador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as confirmacoes de PAGAMENTOS.TXT e marca como pago o
      *>  detalhe de ganhador com confirmacao "P"
      *>------------------------------------------------------------------------
       1500-carrega-pagamentos section.

           open input pagamentos-master

           if ws-status-pagamentos = "00"
               move "N" to ws-fim-arquivo

               perform until ws-fim-leitura
                   read pagamentos-master
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           if ws-qtd-pagamentos < 5000
                               if pg-execucao not numeric
                                   move zero to pg-execucao
                               end-if

                               add 1 to ws-qtd-pagamentos
                               move pg-concurso
                                 to ws-pag-concurso(ws-qtd-pagamentos)
                               move pg-sequencia
                                 to ws-pag-sequencia(ws-qtd-pagamentos)
                               move pg-execucao
                                 to ws-pag-execucao(ws-qtd-pagamentos)
                               move pg-situacao
                                 to ws-pag-situacao(ws-qtd-pagamentos)
                               move pg-data
                                 to ws-pag-data(ws-qtd-pagamentos)

                               move ws-qtd-pagamentos to ws-idx-pag
                               perform 1510-marca-pago
                           else
                               move 5                 to ws-idx-tab
                               move "PAGAMENTOS.TXT"  to ws-tabela-arquivo
                               move 5000              to ws-tabela-limite
                               perform 1010-tabela-cheia
                           end-if
                   end-read
               end-perform

               close pagamentos-master
           end-if

           .
       1500-carrega-pagamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura o detalhe de ganhador da confirmacao ws-idx-pag; achado,
      *>  e marcado como pago quando a confirmacao e "P"
      *>------------------------------------------------------------------------
       1510-marca-pago section.

           move "N" to ws-chave-achada

           perform varying ws-idx-gan from 1 by 1
                   until ws-idx-gan > ws-qtd-ganhadores
                      or ws-chave-foi-achada
               if ws-gan-concurso(ws-idx-gan) =
                  ws-pag-concurso(ws-idx-pag) and
                  ws-gan-sequencia(ws-idx-gan) =
                  ws-pag-sequencia(ws-idx-pag) and
                  ws-gan-execucao(ws-idx-gan) =
                  ws-pag-execucao(ws-idx-pag)
                   move "S" to ws-chave-achada

                   if ws-pag-situacao(ws-idx-pag) = "P"
                       move "S" to ws-gan-pago(ws-idx-gan)
                   end-if
               end-if
           end-perform

           .
       1510-marca-pago-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere os codigos de SALDOS.TXT (a conta pode ser de um bolao)
      *>------------------------------------------------------------------------
       1600-le-saldos section.

           open input saldos-master

           if ws-status-saldos = "00"
               move "N" to ws-fim-arquivo

               perform until ws-fim-leitura
                   read saldos-master
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move "SALDOS"  to ws-origem-codigo
                           move sd-codigo to ws-codigo-conferido
                           move "S"       to ws-aceita-bolao
                           perform 1900-confere-codigo
                   end-read
               end-perform

               close saldos-master
           end-if

           .
       1600-le-saldos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as teimosinhas ativas e confere o apostador de cada uma
      *>  (teimosinha e sempre de apostador do cadastro)
      *>------------------------------------------------------------------------
       1700-carrega-teimosinhas section.

           open input teimosinha-master

           if ws-status-teimosinha = "00"
               move "N" to ws-fim-arquivo

               perform until ws-fim-leitura
                   read teimosinha-master
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           move "TEIMOSINHA"  to ws-origem-codigo
                           move tm-apostador  to ws-codigo-conferido
                           move "N"           to ws-aceita-bolao
                           perform 1900-confere-codigo

                           if tm-qtd-restante > 0
                               if ws-qtd-teimosinhas < 2000
                                   add 1 to ws-qtd-teimosinhas
                                   move tm-apostador
                                     to ws-tei-apostador(ws-qtd-teimosinhas)
                                   move tm-numeros
                                     to ws-tei-numeros(ws-qtd-teimosinhas)
                                   move tm-concurso-inicio
                                     to ws-tei-concurso-inicio
                                        (ws-qtd-teimosinhas)
                                   move tm-qtd-restante
                                     to ws-tei-restante(ws-qtd-teimosinhas)
                               else
                                   move 6                to ws-idx-tab
                                   move "TEIMOSINHA.TXT" to ws-tabela-arquivo
                                   move 2000             to ws-tabela-limite
                                   perform 1010-tabela-cheia
                               end-if
                           end-if
                   end-read
               end-perform

               close teimosinha-master
           end-if

           .
       1700-carrega-teimosinhas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere os codigos de HISTORICO.TXT e guarda as baixas de
      *>  teimosinha (origem "T") para a conferencia das teimosinhas
      *>------------------------------------------------------------------------
       1800-le-historico section.

           open input historico-master

           if ws-status-historico = "00"
               move "N" to ws-fim-arquivo

               perform until ws-fim-leitura
                   read historico-master
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           if hi-apostador > 0
                               move "HISTORICO"  to ws-origem-codigo
                               move hi-apostador to ws-codigo-conferido
                               move "S"          to ws-aceita-bolao
                               perform 1900-confere-codigo
                           end-if

                           if hi-origem = "T"
                               if ws-qtd-baixas-tei < 5000
                                   add 1 to ws-qtd-baixas-tei
                                   move hi-apostador
                                     to ws-bxt-apostador(ws-qtd-baixas-tei)
                                   move hi-numeros
                                     to ws-bxt-numeros(ws-qtd-baixas-tei)
                                   move hi-concurso
                                     to ws-bxt-concurso(ws-qtd-baixas-tei)
                               else
                                   move 7                to ws-idx-tab
                                   move "HISTORICO.TXT"  to ws-tabela-arquivo
                                   move 5000             to ws-tabela-limite
                                   perform 1010-tabela-cheia
                               end-if
                           end-if
                   end-read
               end-perform

               close historico-master
           end-if

           .
       1800-le-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o codigo ws-codigo-conferido de ws-origem-codigo contra o
      *>  cadastro de apostadores (e contra os boloes, quando aceitos);
      *>  o desconhecido e contado na tabela de desconhecidos
      *>------------------------------------------------------------------------
       1900-confere-codigo section.

           move ws-codigo-conferido to ws-apostador-busca
           perform 1910-localiza-apostador

           if not ws-apostador-foi-achado and ws-bolao-e-aceito
               move ws-codigo-conferido to ws-bolao-busca
               perform 1920-localiza-bolao

               if ws-bolao-foi-achado
                   move "S" to ws-apostador-achado
               end-if
           end-if

           if not ws-apostador-foi-achado
               move "N" to ws-desconhecido-achado

               perform varying ws-idx-dsc from 1 by 1
                       until ws-idx-dsc > ws-qtd-desconhecidos
                          or ws-desconhecido-foi-achado
                   if ws-dsc-origem(ws-idx-dsc) = ws-origem-codigo and
                      ws-dsc-codigo(ws-idx-dsc) = ws-codigo-conferido
                       move "S" to ws-desconhecido-achado
                       add 1 to ws-dsc-qtd(ws-idx-dsc)
                   end-if
               end-perform

               if not ws-desconhecido-foi-achado and
                  ws-qtd-desconhecidos < 1000
                   add 1 to ws-qtd-desconhecidos
                   move ws-origem-codigo
                     to ws-dsc-origem(ws-qtd-desconhecidos)
                   move ws-codigo-conferido
                     to ws-dsc-codigo(ws-qtd-desconhecidos)
                   move 1
                     to ws-dsc-qtd(ws-qtd-desconhecidos)
               end-if
           end-if

           .
       1900-confere-codigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura ws-apostador-busca no cadastro de apostadores
      *>------------------------------------------------------------------------
       1910-localiza-apostador section.

           move "N" to ws-apostador-achado

           perform varying ws-idx-apd from 1 by 1
                   until ws-idx-apd > ws-qtd-apostadores
                      or ws-apostador-foi-achado
               if ws-apd-codigo(ws-idx-apd) = ws-apostador-busca
                   move "S" to ws-apostador-achado
               end-if
           end-perform

           .
       1910-localiza-apostador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura ws-bolao-busca entre os membros de BOLOES.TXT
      *>------------------------------------------------------------------------
       1920-localiza-bolao section.

           move "N" to ws-bolao-achado

           perform varying ws-idx-bol from 1 by 1
                   until ws-idx-bol > ws-qtd-boloes
                      or ws-bolao-foi-achado
               if ws-bol-codigo(ws-idx-bol) = ws-bolao-busca
                   move "S" to ws-bolao-achado
               end-if
           end-perform

           .
       1920-localiza-bolao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  1 - codigos de SALDOS, TEIMOSINHA, HISTORICO e GANHADORES fora do
      *>  cadastro de apostadores (conta e aposta de bolao sao aceitas,
      *>  menos em TEIMOSINHA)
      *>------------------------------------------------------------------------
       2100-relatorio-desconhecidos section.

           move spaces to ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha
           move "1 - CODIGOS DE APOSTADOR FORA DE APOSTADORES.TXT"
             to ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha

           perform varying ws-idx-dsc from 1 by 1
                   until ws-idx-dsc > ws-qtd-desconhecidos
               add 1 to ws-qtd-excecao(1)

               move spaces to ws-integridade-linha
               string   "ARQUIVO:"                   delimited by size
                        ws-dsc-origem(ws-idx-dsc)    delimited by space
                        " CODIGO:"                   delimited by size
                        ws-dsc-codigo(ws-idx-dsc)    delimited by size
                        " REGISTROS:"                delimited by size
                        ws-dsc-qtd(ws-idx-dsc)       delimited by size
                   into ws-integridade-linha
               write integridade-saida-registro from ws-integridade-linha
           end-perform

           .
       2100-relatorio-desconhecidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  2 - membros de bolao fora do cadastro e boloes sem quotas
      *>------------------------------------------------------------------------
       2200-confere-boloes section.

           move spaces to ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha
           move "2 - BOLOES: MEMBRO FORA DO CADASTRO OU BOLAO SEM QUOTAS"
             to ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha

           perform varying ws-idx-bol2 from 1 by 1
                   until ws-idx-bol2 > ws-qtd-boloes
               move ws-bol-apostador(ws-idx-bol2) to ws-apostador-busca
               perform 1910-localiza-apostador

               if not ws-apostador-foi-achado
                   add 1 to ws-qtd-excecao(2)

                   move spaces to ws-integridade-linha
                   string   "BOLAO:"                 delimited by size
                            ws-bol-codigo(ws-idx-bol2)
                                                     delimited by size
                            " MEMBRO:"               delimited by size
                            ws-bol-apostador(ws-idx-bol2)
                                                     delimited by size
                            " NAO CADASTRADO EM APOSTADORES.TXT"
                                                     delimited by size
                       into ws-integridade-linha
                   write integridade-saida-registro
                       from ws-integridade-linha
               end-if

      *>        o total de quotas e conferido na primeira linha do bolao
               perform 2210-verifica-primeira-linha

               if not ws-bolao-ja-conferido
                   perform 2220-totaliza-quotas

                   if ws-qtd-quotas-bolao = 0
                       add 1 to ws-qtd-excecao(2)

                       move spaces to ws-integridade-linha
                       string   "BOLAO:"             delimited by size
                                ws-bol-codigo(ws-idx-bol2)
                                                     delimited by size
                                " SEM QUOTAS (RATEIO DE PREMIO IMPOSSIVEL)"
                                                     delimited by size
                           into ws-integridade-linha
                       write integridade-saida-registro
                           from ws-integridade-linha
                   end-if
               end-if
           end-perform

           .
       2200-confere-boloes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Indica se o bolao da linha ws-idx-bol2 ja apareceu numa linha
      *>  anterior da tabela
      *>------------------------------------------------------------------------
       2210-verifica-primeira-linha section.

           move "N" to ws-bolao-repetido

           perform varying ws-idx-bol from 1 by 1
                   until ws-idx-bol >= ws-idx-bol2
                      or ws-bolao-ja-conferido
               if ws-bol-codigo(ws-idx-bol) = ws-bol-codigo(ws-idx-bol2)
                   move "S" to ws-bolao-repetido
               end-if
           end-perform

           .
       2210-verifica-primeira-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma as quotas de todos os membros do bolao da linha ws-idx-bol2
      *>------------------------------------------------------------------------
       2220-totaliza-quotas section.

           move zero to ws-qtd-quotas-bolao

           perform varying ws-idx-bol from 1 by 1
                   until ws-idx-bol > ws-qtd-boloes
               if ws-bol-codigo(ws-idx-bol) = ws-bol-codigo(ws-idx-bol2)
                   add ws-bol-quotas(ws-idx-bol) to ws-qtd-quotas-bolao
               end-if
           end-perform

           .
       2220-totaliza-quotas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  3 - codigos que sao ao mesmo tempo apostador e bolao
      *>------------------------------------------------------------------------
       2300-confere-apostador-bolao section.

           move spaces to ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha
           move "3 - CODIGOS CADASTRADOS COMO APOSTADOR E COMO BOLAO"
             to ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha

           perform varying ws-idx-bol2 from 1 by 1
                   until ws-idx-bol2 > ws-qtd-boloes
               perform 2210-verifica-primeira-linha

               if not ws-bolao-ja-conferido
                   move ws-bol-codigo(ws-idx-bol2) to ws-apostador-busca
                   perform 1910-localiza-apostador

                   if ws-apostador-foi-achado
                       add 1 to ws-qtd-excecao(3)

                       move spaces to ws-integridade-linha
                       string   "CODIGO:"            delimited by size
                                ws-bol-codigo(ws-idx-bol2)
                                                     delimited by size
                                " E BOLAO EM BOLOES.TXT E APOSTADOR EM APOSTADORES.TXT"
                                                     delimited by size
                           into ws-integridade-linha
                       write integridade-saida-registro
                           from ws-integridade-linha
                   end-if
               end-if
           end-perform

           .
       2300-confere-apostador-bolao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  4 - teimosinhas ativas com inicio antes de concursos ja
      *>  liquidados sem a baixa delas em HISTORICO.TXT: esses concursos
      *>  nao serao mais conferidos para a teimosinha
      *>------------------------------------------------------------------------
       2400-confere-teimosinhas section.

           move spaces to ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha
           move "4 - TEIMOSINHAS COM INICIO ANTES DE CONCURSOS JA LIQUIDADOS"
             to ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha

           perform varying ws-idx-tei from 1 by 1
                   until ws-idx-tei > ws-qtd-teimosinhas
               move zero to ws-qtd-nao-conferidos
               move zero to ws-primeiro-nao-conferido

               perform varying ws-idx-liq from 1 by 1
                       until ws-idx-liq > ws-qtd-liquidados
                   if ws-liq-concurso(ws-idx-liq) >=
                      ws-tei-concurso-inicio(ws-idx-tei)
                       perform 2410-procura-baixa-teimosinha
                   end-if
               end-perform

               if ws-qtd-nao-conferidos > 0
                   add 1 to ws-qtd-excecao(4)

                   move spaces to ws-integridade-linha
                   string   "TEIMOSINHA APOSTADOR:"  delimited by size
                            ws-tei-apostador(ws-idx-tei)
                                                     delimited by size
                            " DEZENAS:"              delimited by size
                            ws-tei-numeros(ws-idx-tei)
                                                     delimited by size
                            " INICIO:"               delimited by size
                            ws-tei-concurso-inicio(ws-idx-tei)
                                                     delimited by size
                            " CONCURSOS LIQUIDADOS SEM CONFERENCIA:"
                                                     delimited by size
                            ws-qtd-nao-conferidos    delimited by size
                            " (PRIMEIRO:"            delimited by size
                            ws-primeiro-nao-conferido
                                                     delimited by size
                            ")"                      delimited by size
                       into ws-integridade-linha
                   write integridade-saida-registro
                       from ws-integridade-linha
               end-if
           end-perform

           .
       2400-confere-teimosinhas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura em HISTORICO.TXT a baixa da teimosinha ws-idx-tei no
      *>  concurso liquidado ws-idx-liq; sem baixa, conta o concurso
      *>------------------------------------------------------------------------
       2410-procura-baixa-teimosinha section.

           move "N" to ws-baixa-achada

           perform varying ws-idx-bxt from 1 by 1
                   until ws-idx-bxt > ws-qtd-baixas-tei
                      or ws-baixa-foi-achada
               if ws-bxt-concurso(ws-idx-bxt) =
                  ws-liq-concurso(ws-idx-liq) and
                  ws-bxt-apostador(ws-idx-bxt) =
                  ws-tei-apostador(ws-idx-tei) and
                  ws-bxt-numeros(ws-idx-bxt) =
                  ws-tei-numeros(ws-idx-tei)
                   move "S" to ws-baixa-achada
               end-if
           end-perform

           if not ws-baixa-foi-achada
               add 1 to ws-qtd-nao-conferidos

               if ws-primeiro-nao-conferido = 0 or
                  ws-liq-concurso(ws-idx-liq) < ws-primeiro-nao-conferido
                   move ws-liq-concurso(ws-idx-liq)
                     to ws-primeiro-nao-conferido
               end-if
           end-if

           .
       2410-procura-baixa-teimosinha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  5 - concursos pagos ("P") com detalhe de ganhador sem a
      *>  confirmacao de pagamento
      *>------------------------------------------------------------------------
       2500-confere-concursos-pagos section.

           move spaces to ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha
           move "5 - CONCURSOS PAGOS (P) COM GANHADOR SEM PAGAMENTO CONFIRMADO"
             to ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha

           perform varying ws-idx-liq from 1 by 1
                   until ws-idx-liq > ws-qtd-liquidados
               if ws-liq-situacao(ws-idx-liq) = "P"
                   perform varying ws-idx-gan from 1 by 1
                           until ws-idx-gan > ws-qtd-ganhadores
                       if ws-gan-concurso(ws-idx-gan) =
                          ws-liq-concurso(ws-idx-liq) and
                          not ws-gan-foi-pago(ws-idx-gan)
                           perform 2510-grava-ganhador-nao-pago
                       end-if
                   end-perform
               end-if
           end-perform

           .
       2500-confere-concursos-pagos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a excecao do detalhe de ganhador ws-idx-gan nao pago
      *>------------------------------------------------------------------------
       2510-grava-ganhador-nao-pago section.

           add 1 to ws-qtd-excecao(5)

           move ws-gan-valor-liquido(ws-idx-gan) to ws-valor-editado

           move spaces to ws-integridade-linha
           string   "CONCURSO:"                      delimited by size
                    ws-gan-concurso(ws-idx-gan)      delimited by size
                    " SEQUENCIA:"                    delimited by size
                    ws-gan-sequencia(ws-idx-gan)     delimited by size
                    " EXECUCAO:"                     delimited by size
                    ws-gan-execucao(ws-idx-gan)      delimited by size
                    " APOSTADOR:"                    delimited by size
                    ws-gan-apostador(ws-idx-gan)     delimited by size
                    " LIQUIDO:R$"                    delimited by size
                    ws-valor-editado                 delimited by size
                    " SEM PAGAMENTO CONFIRMADO"      delimited by size
               into ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha

           .
       2510-grava-ganhador-nao-pago-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  6 - confirmacoes de PAGAMENTOS.TXT sem detalhe em GANHADORES.TXT
      *>------------------------------------------------------------------------
       2600-confere-pagamentos section.

           move spaces to ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha
           move "6 - PAGAMENTOS SEM DETALHE EM GANHADORES.TXT"
             to ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha

           perform varying ws-idx-pag from 1 by 1
                   until ws-idx-pag > ws-qtd-pagamentos
               perform 1510-marca-pago

               if not ws-chave-foi-achada
                   add 1 to ws-qtd-excecao(6)

                   move spaces to ws-integridade-linha
                   string   "CONCURSO:"              delimited by size
                            ws-pag-concurso(ws-idx-pag)
                                                     delimited by size
                            " SEQUENCIA:"            delimited by size
                            ws-pag-sequencia(ws-idx-pag)
                                                     delimited by size
                            " EXECUCAO:"             delimited by size
                            ws-pag-execucao(ws-idx-pag)
                                                     delimited by size
                            " SITUACAO:"             delimited by size
                            ws-pag-situacao(ws-idx-pag)
                                                     delimited by size
                            " DATA:"                 delimited by size
                            ws-pag-data(ws-idx-pag)  delimited by size
                       into ws-integridade-linha
                   write integridade-saida-registro
                       from ws-integridade-linha
               end-if
           end-perform

           .
       2600-confere-pagamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais de excecoes por conferencia; com excecao o retorno da
      *>  execucao e 04, para o ciclo noturno nao rodar sem revisao
      *>------------------------------------------------------------------------
       2700-totais section.

           move zero to ws-total-excecoes

           perform varying ws-idx-exc from 1 by 1 until ws-idx-exc > 6
               add ws-qtd-excecao(ws-idx-exc) to ws-total-excecoes
           end-perform

           move spaces to ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha

           move spaces to ws-integridade-linha
           string   "EXCECOES: 1-CODIGOS:"           delimited by size
                    ws-qtd-excecao(1)                delimited by size
                    " 2-BOLOES:"                     delimited by size
                    ws-qtd-excecao(2)                delimited by size
                    " 3-APOSTADOR E BOLAO:"          delimited by size
                    ws-qtd-excecao(3)                delimited by size
                    " 4-TEIMOSINHAS:"                delimited by size
                    ws-qtd-excecao(4)                delimited by size
                    " 5-CONCURSOS PAGOS:"            delimited by size
                    ws-qtd-excecao(5)                delimited by size
                    " 6-PAGAMENTOS:"                 delimited by size
                    ws-qtd-excecao(6)                delimited by size
                    " TOTAL:"                        delimited by size
                    ws-total-excecoes                delimited by size
               into ws-integridade-linha
           write integridade-saida-registro from ws-integridade-linha

           if ws-total-excecoes > 0 and ws-rc-integridade < 4
               move 4 to ws-rc-integridade
           end-if

           display "Integridade dos cadastros: " ws-total-excecoes
                   " excecoes; detalhes em INTEGRIDADE.TXT."

           .
       2700-totais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procedimentos de finalização
      *>------------------------------------------------------------------------
       3000-finaliza section.

           move ws-rc-integridade to return-code

           Stop run
           .
       3000-finaliza-exit.
           exit.
