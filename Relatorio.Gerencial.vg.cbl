      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "Relatorio.Gerencial.vg".
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

           select comprovantes-master
               assign to "COMPROVANTES.TXT"
               organization is line sequential
               file status is ws-status-comprovantes.

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

           select gerencial-saida
               assign to "GERENCIAL.TXT"
               organization is line sequential
               file status is ws-status-gerencial.

           select gerencial-extrato
               assign to "GERENCIAL.CSV"
               organization is line sequential
               file status is ws-status-csv.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----Cadastros e arquivos acumulados no mesmo layout gravado pelo
      *>----programa de sorteio
       fd  apostadores-master.
       01  apostadores-master-registro.
           05  ap-codigo                             pic 9(05).
           05  ap-nome                                pic x(30).

       fd  boloes-master.
       01  boloes-master-registro.
           05  bo-codigo                             pic 9(05).
           05  bo-apostador                           pic 9(05).
           05  bo-quotas                              pic 9(03).

      *>----COMPROVANTES.TXT: uma linha impressa por aposta aceita, lida
      *>----pela visao ws-comprovante-lido
       fd  comprovantes-master.
       01  comprovantes-master-registro              pic x(200).

       fd  historico-master.
       01  historico-master-registro.
           05  hi-data                                pic 9(08).
           05  hi-execucao                            pic 9(06).
           05  hi-origem                              pic x(01).
           05  hi-apostador                           pic 9(05).

       fd  ganhadores-saida.
       01  ganhadores-saida-registro                 pic x(91).

       fd  pagamentos-master.
       01  pagamentos-master-registro.
           05  pg-concurso                             pic 9(04).
           05  pg-sequencia                            pic 9(05).
           05  pg-execucao                             pic 9(06).
           05  pg-situacao                             pic x(01).
           05  pg-data                                 pic 9(08).

       fd  gerencial-saida.
       01  gerencial-saida-registro                 pic x(200).

      *>----GERENCIAL.CSV: os mesmos numeros separados por ";", uma linha
      *>----por item com quantidade e valor do periodo e do anterior
       fd  gerencial-extrato.
       01  gerencial-extrato-registro               pic x(200).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-status-apostadores                    pic  x(02).
       77  ws-status-boloes                         pic  x(02).
       77  ws-status-comprovantes                   pic  x(02).
       77  ws-status-historico                      pic  x(02).
       77  ws-status-ganhadores                     pic  x(02).
       77  ws-status-pagamentos                     pic  x(02).
       77  ws-status-gerencial                      pic  x(02).
       77  ws-status-csv                            pic  x(02).

       77  ws-fim-arquivo                           pic  x(01).
           88  ws-fim-leitura                           value "S".

      *>----Periodo pedido (1) e o anterior de mesma duracao (2); o mes
      *>----informado compara com o mes anterior
       77  ws-mes-relatorio                         pic  9(06).
       77  ws-data-de                               pic  9(08).
       77  ws-data-ate                              pic  9(08).
       77  ws-periodo-ok                            pic  x(01).
           88  ws-periodo-esta-ok                       value "S".
       77  ws-ano-anterior                          pic  9(04).
       77  ws-mes-anterior                          pic  9(02).
       77  ws-dia-de                                pic  9(08).
       77  ws-dia-ate                               pic  9(08).
       77  ws-dias-periodo                          pic  9(06).
       77  ws-data-registro                         pic  9(08).
       77  ws-idx-per                               pic  9(01).

      *>----Totais de cada periodo: apostas e arrecadacao por origem (1
      *>----lote, 2 teimosinha, 3 gerador/desdobramento, 4 bolao, 5
      *>----total), premios por faixa (1 sena, 2 quina, 3 quadra, 4 total),
      *>----situacao do pagamento (1 pago, 2 pendente, 3 rejeitado) e
      *>----apostadores ativos, novos e dormentes
       01  ws-tabela-periodos.
           05  ws-per-registro     occurs 2 times.
               10  ws-per-de                         pic 9(08).
               10  ws-per-ate                        pic 9(08).
               10  ws-per-origem       occurs 5 times.
                   15  ws-per-qtd-apostas            pic 9(07).
                   15  ws-per-arrecadado             pic 9(11)v9(02).
               10  ws-per-faixa        occurs 4 times.
                   15  ws-per-qtd-premios            pic 9(07).
                   15  ws-per-premio-bruto           pic 9(11)v9(02).
                   15  ws-per-premio-ir              pic 9(11)v9(02).
                   15  ws-per-premio-liquido         pic 9(11)v9(02).
               10  ws-per-pagamento    occurs 3 times.
                   15  ws-per-qtd-situacao           pic 9(07).
                   15  ws-per-valor-situacao         pic 9(11)v9(02).
               10  ws-per-ativos                     pic 9(05).
               10  ws-per-novos                      pic 9(05).
               10  ws-per-dormentes                  pic 9(05).
               10  ws-per-payout-bruto               pic 9(05)v9(02).
               10  ws-per-payout-liquido             pic 9(05)v9(02).

       77  ws-idx-org                               pic  9(01).
       77  ws-idx-fxa                               pic  9(01).
       77  ws-idx-sit                               pic  9(01).

       01  ws-nomes-origem.
           05  filler                                 pic x(22) value "LOTE".
           05  filler                                 pic x(22) value "TEIMOSINHA".
           05  filler                                 pic x(22) value "GERADOR/DESDOBRAMENTO".
           05  filler                                 pic x(22) value "BOLAO".
           05  filler                                 pic x(22) value "TOTAL".
       01  ws-nomes-origem-tab redefines ws-nomes-origem.
           05  ws-nome-origem      occurs 5 times    pic x(22).

       01  ws-nomes-faixa.
           05  filler                                 pic x(06) value "SENA".
           05  filler                                 pic x(06) value "QUINA".
           05  filler                                 pic x(06) value "QUADRA".
           05  filler                                 pic x(06) value "TOTAL".
       01  ws-nomes-faixa-tab redefines ws-nomes-faixa.
           05  ws-nome-faixa       occurs 4 times    pic x(06).

       01  ws-nomes-situacao.
           05  filler                                 pic x(10) value "PAGO".
           05  filler                                 pic x(10) value "PENDENTE".
           05  filler                                 pic x(10) value "REJEITADO".
       01  ws-nomes-situacao-tab redefines ws-nomes-situacao.
           05  ws-nome-situacao    occurs 3 times    pic x(10).

      *>----Apostadores do cadastro: gasto e premios por periodo, se teve
      *>----aposta no periodo e a data da primeira aposta conhecida
       77  ws-qtd-apostadores                       pic  9(04).
       77  ws-idx-apd                               pic  9(04).
       77  ws-idx-apd-achado                        pic  9(04).
       77  ws-apostador-busca                       pic  9(05).

       01  ws-tabela-apostadores.
           05  ws-apd-registro     occurs 2000 times.
               10  ws-apd-codigo                     pic 9(05).
               10  ws-apd-nome                       pic x(30).
               10  ws-apd-primeira-data              pic 9(08).
               10  ws-apd-ativo        occurs 2 times
                                                     pic x(01).
               10  ws-apd-gasto        occurs 2 times
                                                     pic 9(09)v9(02).
               10  ws-apd-premio       occurs 2 times
                                                     pic 9(09)v9(02).
               10  ws-apd-listado                    pic x(01).

      *>----Membros dos boloes: a aposta do bolao e rateada entre eles
      *>----pelas quotas, no gasto e na atividade
       77  ws-qtd-boloes                            pic  9(04).
       77  ws-idx-bol                               pic  9(04).
       77  ws-bolao-achado                          pic  x(01).
           88  ws-bolao-foi-achado                      value "S".
       77  ws-total-quotas                          pic  9(07).

       01  ws-tabela-boloes.
           05  ws-bol-registro     occurs 2000 times.
               10  ws-bol-codigo                     pic 9(05).
               10  ws-bol-apostador                  pic 9(05).
               10  ws-bol-quotas                     pic 9(03).

      *>----Confirmacoes de pagamento, pela chave concurso + sequencia +
      *>----execucao do detalhe de ganhador
       77  ws-qtd-pagamentos                        pic  9(05).
       77  ws-idx-pag                               pic  9(05).
       77  ws-situacao-pagamento                    pic  x(01).

       01  ws-tabela-pagamentos.
           05  ws-pag-registro     occurs 5000 times.
               10  ws-pag-concurso                   pic 9(04).
               10  ws-pag-sequencia                  pic 9(05).
               10  ws-pag-execucao                   pic 9(06).
               10  ws-pag-situacao                   pic x(01).

      *>----Visoes de leitura do comprovante e do detalhe de ganhador
       01  ws-comprovante-lido.
           05  filler                                 pic x(08).
           05  ws-cl-bilhete                          pic 9(11).
           05  filler                                 pic x(08).
           05  ws-cl-verificador                      pic 9(04).
           05  filler                                 pic x(06).
           05  ws-cl-data                             pic 9(08).
           05  filler                                 pic x(08).
           05  ws-cl-origem                           pic x(01).
           05  filler                                 pic x(11).
           05  ws-cl-apostador                        pic 9(05).
           05  filler                                 pic x(10).
           05  ws-cl-concurso                         pic 9(04).
           05  filler                                 pic x(26).
           05  filler                                 pic x(09).
           05  ws-cl-valor                            pic zz.zz9,99.
           05  filler                                 pic x(11).
           05  ws-cl-execucao                         pic 9(06).

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

      *>----Aposta ou premio corrente a distribuir pelos apostadores
       77  ws-codigo-atividade                      pic  9(05).
       77  ws-valor-atividade                       pic  9(09)v9(02).
       77  ws-valor-quota                           pic  9(09)v9(02).
       77  ws-tipo-atividade                        pic  x(01).
           88  ws-atividade-aposta                      value "A".
           88  ws-atividade-historico                   value "H".

      *>----Maiores apostadores por gasto e por premios
       77  ws-qtd-ranking                           pic  9(02) value 10.
       77  ws-posicao-ranking                       pic  9(02).
       77  ws-maior-valor                           pic  9(09)v9(02).
       77  ws-tipo-ranking                          pic  x(01).
           88  ws-ranking-gasto                         value "G".
           88  ws-ranking-premio                        value "P".

      *>----Linha do relatorio, campos editados e linha do CSV
       01  ws-gerencial-linha                       pic  x(200).

      *>----Cadastros que nao couberam na tabela (1 apostadores, 2 boloes,
      *>----3 pagamentos): o relatorio sai avisando que e parcial
       01  ws-tabelas-cheias.
           05  ws-tab-cheia        occurs 3 times    pic x(01).
       01  ws-avisos-tabelas.
           05  filler                                 pic x(60) value
               "APOSTADORES.TXT tem mais de 2000 apostadores; somente os".
           05  filler                                 pic x(60) value
               "BOLOES.TXT tem mais de 2000 membros; somente os".
           05  filler                                 pic x(60) value
               "PAGAMENTOS.TXT tem mais de 5000 confirmacoes; somente as".
       01  ws-avisos-tabelas-tab redefines ws-avisos-tabelas.
           05  ws-aviso-tabela     occurs 3 times    pic x(60).
       01  ws-limites-tabelas.
           05  filler                                 pic x(15) value
               " 2000 primeiros".
           05  filler                                 pic x(15) value
               " 2000 primeiros".
           05  filler                                 pic x(15) value
               " 5000 primeiras".
       01  ws-limites-tabelas-tab redefines ws-limites-tabelas.
           05  ws-limite-tabela    occurs 3 times    pic x(15).
       77  ws-idx-tab                               pic  9(01).
       77  ws-valor-editado                         pic  zzz.zzz.zzz.zz9,99.
       77  ws-valor-editado2                        pic  zzz.zzz.zzz.zz9,99.
       77  ws-valor-editado3                        pic  zzz.zzz.zzz.zz9,99.
       77  ws-qtd-editada                           pic  z.zzz.zz9.
       77  ws-percentual-editado                    pic  zz.zz9,99.
       77  ws-variacao                              pic  s9(07)v9(02).
       77  ws-variacao-editada                      pic  -(7)9,99.
       77  ws-valor-atual                           pic  9(11)v9(02).
       77  ws-valor-anterior                        pic  9(11)v9(02).
       77  ws-descricao-item                        pic  x(30).

       01  ws-csv-campos.
           05  ws-csv-secao                           pic x(20).
           05  ws-csv-item                            pic x(40).
           05  ws-csv-qtd-atual                       pic 9(07).
           05  ws-csv-valor-atual                     pic 9(11),9(02).
           05  ws-csv-qtd-anterior                    pic 9(07).
           05  ws-csv-valor-anterior                  pic 9(11),9(02).
       01  ws-csv-linha                             pic  x(200).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.


           perform 1000-inicializa.
           perform 1100-le-periodo.

           if ws-periodo-esta-ok
               perform 1200-carrega-apostadores
               perform 1300-carrega-boloes
               perform 1400-carrega-pagamentos

               perform 2000-le-comprovantes
               perform 2100-le-historico
               perform 2200-le-ganhadores
               perform 2400-apura-periodos

               open output gerencial-saida
               open output gerencial-extrato

               if ws-status-gerencial <> "00" or ws-status-csv <> "00"
                   display "Nao foi possivel gravar GERENCIAL.TXT/"
                           "GERENCIAL.CSV (status " ws-status-gerencial
                           "/" ws-status-csv ")."
               else
                   perform 2500-relatorio-origens
                   perform 2600-relatorio-faixas
                   perform 2700-relatorio-payout
                   perform 2750-relatorio-pagamentos
                   perform 2800-relatorio-apostadores
                   move "G" to ws-tipo-ranking
                   perform 2850-relatorio-maiores
                   move "P" to ws-tipo-ranking
                   perform 2850-relatorio-maiores
                   perform 2900-relatorio-comparativo

                   display "Relatorio gerencial gravado em GERENCIAL.TXT"
                           " e GERENCIAL.CSV."
               end-if

               close gerencial-saida
               close gerencial-extrato
           end-if.

           perform 3000-finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       1000-inicializa section.

           move    zero    to  ws-tabela-periodos
           move    zero    to  ws-qtd-apostadores
           move    zero    to  ws-qtd-boloes
           move    zero    to  ws-qtd-pagamentos
           move    all "N" to  ws-tabelas-cheias

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tabela ws-idx-tab cheia: avisa uma vez na tela e marca para o
      *>  aviso sair tambem no cabecalho de GERENCIAL.TXT
      *>------------------------------------------------------------------------
       1050-tabela-cheia section.

           if ws-tab-cheia(ws-idx-tab) <> "S"
               move "S" to ws-tab-cheia(ws-idx-tab)

               move spaces to ws-gerencial-linha
               string   "Atencao: "                  delimited by size
                        ws-aviso-tabela(ws-idx-tab)  delimited by "  "
                        ws-limite-tabela(ws-idx-tab) delimited by size
                        " entram no relatorio."      delimited by size
                   into ws-gerencial-linha
               display ws-gerencial-linha
           end-if

           .
       1050-tabela-cheia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o periodo do relatorio: um mes (AAAAMM), comparado com o mes
      *>  anterior, ou, com mes zero, uma faixa de datas (AAAAMMDD),
      *>  comparada com a faixa de mesma duracao imediatamente anterior
      *>------------------------------------------------------------------------
       1100-le-periodo section.

           move "S" to ws-periodo-ok

           display "Mes do relatorio (AAAAMM, 0 = faixa de datas) ? "
           accept ws-mes-relatorio

           if ws-mes-relatorio > 0
               if ws-mes-relatorio(5:2) < "01" or
                  ws-mes-relatorio(5:2) > "12"
                   display "Mes invalido: " ws-mes-relatorio "."
                   move "N" to ws-periodo-ok
               else
                   compute ws-per-de(1)  = ws-mes-relatorio * 100 + 1
                   compute ws-per-ate(1) = ws-mes-relatorio * 100 + 31

                   move ws-mes-relatorio(1:4) to ws-ano-anterior
                   move ws-mes-relatorio(5:2) to ws-mes-anterior
                   if ws-mes-anterior = 1
                       subtract 1 from ws-ano-anterior
                       move 12 to ws-mes-anterior
                   else
                       subtract 1 from ws-mes-anterior
                   end-if

                   compute ws-per-de(2) =
                       ws-ano-anterior * 10000 + ws-mes-anterior * 100 + 1
                   compute ws-per-ate(2) =
                       ws-ano-anterior * 10000 + ws-mes-anterior * 100 + 31
               end-if
           else
               display "De qual data (AAAAMMDD) ? "
               accept ws-data-de
               display "ate qual data (AAAAMMDD) ? "
               accept ws-data-ate

               compute ws-dia-de  = function integer-of-date(ws-data-de)
               compute ws-dia-ate = function integer-of-date(ws-data-ate)

               if ws-dia-de = 0 or ws-dia-ate = 0 or
                  ws-data-de > ws-data-ate
                   display "Faixa de datas invalida: " ws-data-de
                           " a " ws-data-ate "."
                   move "N" to ws-periodo-ok
               else
                   move ws-data-de  to ws-per-de(1)
                   move ws-data-ate to ws-per-ate(1)

                   compute ws-dias-periodo = ws-dia-ate - ws-dia-de + 1
                   compute ws-per-ate(2) =
                       function date-of-integer(ws-dia-de - 1)
                   compute ws-per-de(2) =
                       function date-of-integer(ws-dia-de - ws-dias-periodo)
               end-if
           end-if

           .
       1100-le-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os apostadores de APOSTADORES.TXT
      *>------------------------------------------------------------------------
       1200-carrega-apostadores section.

           open input apostadores-master

           if ws-status-apostadores <> "00"
               display "APOSTADORES.TXT nao disponivel; o relatorio sai"
                       " sem a atividade dos apostadores."
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
                               move ap-nome
                                 to ws-apd-nome(ws-qtd-apostadores)
                               move 99999999
                                 to ws-apd-primeira-data
                                    (ws-qtd-apostadores)
                               move "N"
                                 to ws-apd-ativo(ws-qtd-apostadores, 1)
                               move "N"
                                 to ws-apd-ativo(ws-qtd-apostadores, 2)
                               move zero
                                 to ws-apd-gasto(ws-qtd-apostadores, 1)
                               move zero
                                 to ws-apd-gasto(ws-qtd-apostadores, 2)
                               move zero
                                 to ws-apd-premio(ws-qtd-apostadores, 1)
                               move zero
                                 to ws-apd-premio(ws-qtd-apostadores, 2)
                               move "N"
                                 to ws-apd-listado(ws-qtd-apostadores)
                           else
                               move 1 to ws-idx-tab
                               perform 1050-tabela-cheia
                           end-if
                   end-read
               end-perform

               close apostadores-master
           end-if

           .
       1200-carrega-apostadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os membros de BOLOES.TXT
      *>------------------------------------------------------------------------
       1300-carrega-boloes section.

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
                               move 2 to ws-idx-tab
                               perform 1050-tabela-cheia
                           end-if
                   end-read
               end-perform

               close boloes-master
           end-if

           .
       1300-carrega-boloes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as confirmacoes de PAGAMENTOS.TXT; confirmacao gravada
      *>  antes da execucao na chave vale como execucao zero
      *>------------------------------------------------------------------------
       1400-carrega-pagamentos section.

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
                           else
                               move 3 to ws-idx-tab
                               perform 1050-tabela-cheia
                           end-if
                   end-read
               end-perform

               close pagamentos-master
           end-if

           .
       1400-carrega-pagamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Periodo (1 pedido, 2 anterior, 0 nenhum) de ws-data-registro
      *>------------------------------------------------------------------------
       1500-periodo-da-data section.

           move zero to ws-idx-per

           if ws-data-registro >= ws-per-de(1) and
              ws-data-registro <= ws-per-ate(1)
               move 1 to ws-idx-per
           else
               if ws-data-registro >= ws-per-de(2) and
                  ws-data-registro <= ws-per-ate(2)
                   move 2 to ws-idx-per
               end-if
           end-if

           .
       1500-periodo-da-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura ws-apostador-busca no cadastro (ws-idx-apd-achado zero
      *>  quando nao esta)
      *>------------------------------------------------------------------------
       1600-localiza-apostador section.

           move zero to ws-idx-apd-achado

           perform varying ws-idx-apd from 1 by 1
                   until ws-idx-apd > ws-qtd-apostadores
                      or ws-idx-apd-achado > 0
               if ws-apd-codigo(ws-idx-apd) = ws-apostador-busca
                   move ws-idx-apd to ws-idx-apd-achado
               end-if
           end-perform

           .
       1600-localiza-apostador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Indica se ws-apostador-busca e um bolao e soma as quotas dele
      *>------------------------------------------------------------------------
       1700-localiza-bolao section.

           move "N"  to ws-bolao-achado
           move zero to ws-total-quotas

           perform varying ws-idx-bol from 1 by 1
                   until ws-idx-bol > ws-qtd-boloes
               if ws-bol-codigo(ws-idx-bol) = ws-apostador-busca
                   move "S" to ws-bolao-achado
                   add ws-bol-quotas(ws-idx-bol) to ws-total-quotas
               end-if
           end-perform

           .
       1700-localiza-bolao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apostas e arrecadacao por origem, a partir dos comprovantes: a
      *>  aposta de um bolao conta como bolao, a renovacao de teimosinha
      *>  (sem cobranca) como teimosinha, o gerador/desdobramento pela
      *>  origem G e o resto como lote
      *>------------------------------------------------------------------------
       2000-le-comprovantes section.

           open input comprovantes-master

           if ws-status-comprovantes <> "00"
               display "COMPROVANTES.TXT nao disponivel; o relatorio sai"
                       " sem as apostas."
           else
               move "N" to ws-fim-arquivo

               perform until ws-fim-leitura
                   read comprovantes-master into ws-comprovante-lido
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           perform 2050-acumula-comprovante
                   end-read
               end-perform

               close comprovantes-master
           end-if

           .
       2000-le-comprovantes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula o comprovante lido no periodo dele e distribui a aposta
      *>  pelo apostador (ou membros do bolao)
      *>------------------------------------------------------------------------
       2050-acumula-comprovante section.

           move ws-cl-valor     to ws-valor-atividade
           move ws-cl-apostador to ws-apostador-busca
           perform 1700-localiza-bolao

           evaluate true
               when ws-cl-origem = "T"
                   move 2 to ws-idx-org
               when ws-bolao-foi-achado
                   move 4 to ws-idx-org
               when ws-cl-origem = "G"
                   move 3 to ws-idx-org
               when other
                   move 1 to ws-idx-org
           end-evaluate

           move ws-cl-data to ws-data-registro
           perform 1500-periodo-da-data

           if ws-idx-per > 0
               add 1 to ws-per-qtd-apostas(ws-idx-per, ws-idx-org)
               add 1 to ws-per-qtd-apostas(ws-idx-per, 5)
               add ws-valor-atividade
                 to ws-per-arrecadado(ws-idx-per, ws-idx-org)
               add ws-valor-atividade
                 to ws-per-arrecadado(ws-idx-per, 5)
           end-if

           move "A"             to ws-tipo-atividade
           move ws-cl-apostador to ws-codigo-atividade
           perform 2300-distribui-atividade

           .
       2050-acumula-comprovante-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Atividade de apostadores a partir de HISTORICO.TXT, que tambem
      *>  cobre as apostas anteriores aos comprovantes (apostador zero e a
      *>  aposta digitada na conferencia oficial)
      *>------------------------------------------------------------------------
       2100-le-historico section.

           open input historico-master

           if ws-status-historico = "00"
               move "N" to ws-fim-arquivo

               perform until ws-fim-leitura
                   read historico-master
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           if hi-apostador > 0
                               move hi-data to ws-data-registro
                               perform 1500-periodo-da-data

                               move "H"          to ws-tipo-atividade
                               move zero         to ws-valor-atividade
                               move hi-apostador to ws-codigo-atividade
                               move hi-apostador to ws-apostador-busca
                               perform 1700-localiza-bolao
                               perform 2300-distribui-atividade
                           end-if
                   end-read
               end-perform

               close historico-master
           end-if

           .
       2100-le-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Premios por faixa, situacao do pagamento e premios por apostador,
      *>  dos detalhes de GANHADORES.TXT processados no periodo
      *>------------------------------------------------------------------------
       2200-le-ganhadores section.

           open input ganhadores-saida

           if ws-status-ganhadores = "00"
               move "N" to ws-fim-arquivo

               perform until ws-fim-leitura
                   read ganhadores-saida into ws-ganhador-lido
                       at end
                           move "S" to ws-fim-arquivo
                       not at end
                           if ws-gl-tipo = "D"
                               perform 2250-acumula-ganhador
                           end-if
                   end-read
               end-perform

               close ganhadores-saida
           end-if

           .
       2200-le-ganhadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula o detalhe de ganhador lido; detalhe anterior a retencao
      *>  de IR (sem IR e liquido) vale pelo bruto
      *>------------------------------------------------------------------------
       2250-acumula-ganhador section.

           move ws-gl-data-processamento to ws-data-registro
           perform 1500-periodo-da-data

           if ws-idx-per > 0
               if ws-gl-execucao not numeric
                   move zero to ws-gl-execucao
               end-if

               if ws-gl-valor-ir not numeric or
                  ws-gl-valor-liquido not numeric
                   move zero               to ws-gl-valor-ir
                   move ws-gl-valor-premio to ws-gl-valor-liquido
               end-if

               evaluate ws-gl-faixa
                   when "SENA"
                       move 1 to ws-idx-fxa
                   when "QUINA"
                       move 2 to ws-idx-fxa
                   when other
                       move 3 to ws-idx-fxa
               end-evaluate

               add 1 to ws-per-qtd-premios(ws-idx-per, ws-idx-fxa)
               add 1 to ws-per-qtd-premios(ws-idx-per, 4)
               add ws-gl-valor-premio
                 to ws-per-premio-bruto(ws-idx-per, ws-idx-fxa)
               add ws-gl-valor-premio
                 to ws-per-premio-bruto(ws-idx-per, 4)
               add ws-gl-valor-ir
                 to ws-per-premio-ir(ws-idx-per, ws-idx-fxa)
               add ws-gl-valor-ir
                 to ws-per-premio-ir(ws-idx-per, 4)
               add ws-gl-valor-liquido
                 to ws-per-premio-liquido(ws-idx-per, ws-idx-fxa)
               add ws-gl-valor-liquido
                 to ws-per-premio-liquido(ws-idx-per, 4)

               perform 2260-situacao-pagamento

               add 1 to ws-per-qtd-situacao(ws-idx-per, ws-idx-sit)
               add ws-gl-valor-liquido
                 to ws-per-valor-situacao(ws-idx-per, ws-idx-sit)

      *>        o premio de bolao ja vem um detalhe por membro
               move ws-gl-apostador to ws-apostador-busca
               perform 1600-localiza-apostador
               if ws-idx-apd-achado > 0
                   add ws-gl-valor-premio
                     to ws-apd-premio(ws-idx-apd-achado, ws-idx-per)
               end-if
           end-if

           .
       2250-acumula-ganhador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situacao do pagamento do detalhe lido: pago com alguma
      *>  confirmacao "P", rejeitado com so "R", pendente sem retorno
      *>------------------------------------------------------------------------
       2260-situacao-pagamento section.

           move space to ws-situacao-pagamento

           perform varying ws-idx-pag from 1 by 1
                   until ws-idx-pag > ws-qtd-pagamentos
                      or ws-situacao-pagamento = "P"
               if ws-pag-concurso(ws-idx-pag)  = ws-gl-concurso  and
                  ws-pag-sequencia(ws-idx-pag) = ws-gl-sequencia and
                  ws-pag-execucao(ws-idx-pag)  = ws-gl-execucao
                   move ws-pag-situacao(ws-idx-pag)
                     to ws-situacao-pagamento
               end-if
           end-perform

           evaluate ws-situacao-pagamento
               when "P"
                   move 1 to ws-idx-sit
               when "R"
                   move 3 to ws-idx-sit
               when other
                   move 2 to ws-idx-sit
           end-evaluate

           .
       2260-situacao-pagamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Distribui a aposta (ou linha de historico) de ws-codigo-atividade
      *>  pelos apostadores: o bolao reparte o valor pelas quotas dos
      *>  membros e todos ficam com a atividade
      *>------------------------------------------------------------------------
       2300-distribui-atividade section.

           if ws-bolao-foi-achado
               perform varying ws-idx-bol from 1 by 1
                       until ws-idx-bol > ws-qtd-boloes
                   if ws-bol-codigo(ws-idx-bol) = ws-codigo-atividade
                       if ws-total-quotas > 0
                           compute ws-valor-quota rounded =
                               ws-valor-atividade *
                               ws-bol-quotas(ws-idx-bol) /
                               ws-total-quotas
                       else
                           move zero to ws-valor-quota
                       end-if

                       move ws-bol-apostador(ws-idx-bol)
                         to ws-apostador-busca
                       perform 2310-marca-atividade
                   end-if
               end-perform
           else
               move ws-valor-atividade  to ws-valor-quota
               move ws-codigo-atividade to ws-apostador-busca
               perform 2310-marca-atividade
           end-if

           .
       2300-distribui-atividade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca a atividade de ws-apostador-busca na data lida e soma o
      *>  gasto dele no periodo (so aposta tem gasto)
      *>------------------------------------------------------------------------
       2310-marca-atividade section.

           perform 1600-localiza-apostador

           if ws-idx-apd-achado > 0
               if ws-data-registro <
                  ws-apd-primeira-data(ws-idx-apd-achado)
                   move ws-data-registro
                     to ws-apd-primeira-data(ws-idx-apd-achado)
               end-if

               if ws-idx-per > 0
                   move "S" to ws-apd-ativo(ws-idx-apd-achado, ws-idx-per)

                   if ws-atividade-aposta
                       add ws-valor-quota
                         to ws-apd-gasto(ws-idx-apd-achado, ws-idx-per)
                   end-if
               end-if
           end-if

           .
       2310-marca-atividade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apostadores ativos (com aposta no periodo), novos (primeira aposta
      *>  no periodo) e dormentes (apostaram antes, nao no periodo) e o
      *>  payout (premios sobre arrecadacao) de cada periodo
      *>------------------------------------------------------------------------
       2400-apura-periodos section.

           perform varying ws-idx-per from 1 by 1 until ws-idx-per > 2
               perform varying ws-idx-apd from 1 by 1
                       until ws-idx-apd > ws-qtd-apostadores
                   if ws-apd-ativo(ws-idx-apd, ws-idx-per) = "S"
                       add 1 to ws-per-ativos(ws-idx-per)

                       if ws-apd-primeira-data(ws-idx-apd) >=
                          ws-per-de(ws-idx-per)
                           add 1 to ws-per-novos(ws-idx-per)
                       end-if
                   else
                       if ws-apd-primeira-data(ws-idx-apd) <
                          ws-per-de(ws-idx-per)
                           add 1 to ws-per-dormentes(ws-idx-per)
                       end-if
                   end-if
               end-perform

               if ws-per-arrecadado(ws-idx-per, 5) > 0
                   compute ws-per-payout-bruto(ws-idx-per) rounded =
                       ws-per-premio-bruto(ws-idx-per, 4) * 100 /
                       ws-per-arrecadado(ws-idx-per, 5)
                   compute ws-per-payout-liquido(ws-idx-per) rounded =
                       ws-per-premio-liquido(ws-idx-per, 4) * 100 /
                       ws-per-arrecadado(ws-idx-per, 5)
               end-if
           end-perform

           .
       2400-apura-periodos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho e secao 1: apostas e arrecadacao por origem
      *>------------------------------------------------------------------------
       2500-relatorio-origens section.

           move spaces to ws-gerencial-linha
           string   "*** RELATORIO GERENCIAL DE "    delimited by size
                    ws-per-de(1)                     delimited by size
                    " A "                            delimited by size
                    ws-per-ate(1)                    delimited by size
                    " (ANTERIOR: "                   delimited by size
                    ws-per-de(2)                     delimited by size
                    " A "                            delimited by size
                    ws-per-ate(2)                    delimited by size
                    ") ***"                          delimited by size
               into ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha

      *>    relatorio parcial: o aviso vem logo abaixo do titulo
           perform varying ws-idx-tab from 1 by 1 until ws-idx-tab > 3
               if ws-tab-cheia(ws-idx-tab) = "S"
                   move spaces to ws-gerencial-linha
                   string   "ATENCAO: RELATORIO PARCIAL - "
                                                     delimited by size
                            ws-aviso-tabela(ws-idx-tab)
                                                     delimited by "  "
                            ws-limite-tabela(ws-idx-tab)
                                                     delimited by size
                            " entram no relatorio."  delimited by size
                       into ws-gerencial-linha
                   write gerencial-saida-registro from ws-gerencial-linha
               end-if
           end-perform

           move "SECAO;ITEM;QTD_PERIODO;VALOR_PERIODO;QTD_ANTERIOR;VALOR_ANTERIOR"
             to ws-csv-linha
           write gerencial-extrato-registro from ws-csv-linha

           move spaces to ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha
           move "1 - APOSTAS E ARRECADACAO POR ORIGEM"
             to ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha

           perform varying ws-idx-org from 1 by 1 until ws-idx-org > 5
               move ws-per-qtd-apostas(1, ws-idx-org) to ws-qtd-editada
               move ws-per-arrecadado(1, ws-idx-org)  to ws-valor-editado

               move spaces to ws-gerencial-linha
               string   "ORIGEM:"                    delimited by size
                        ws-nome-origem(ws-idx-org)   delimited by size
                        " APOSTAS:"                  delimited by size
                        ws-qtd-editada               delimited by size
                        " ARRECADADO:R$"             delimited by size
                        ws-valor-editado             delimited by size
                   into ws-gerencial-linha
               write gerencial-saida-registro from ws-gerencial-linha

               move "APOSTAS_ORIGEM"           to ws-csv-secao
               move ws-nome-origem(ws-idx-org) to ws-csv-item
               move ws-per-qtd-apostas(1, ws-idx-org)
                 to ws-csv-qtd-atual
               move ws-per-arrecadado(1, ws-idx-org)
                 to ws-csv-valor-atual
               move ws-per-qtd-apostas(2, ws-idx-org)
                 to ws-csv-qtd-anterior
               move ws-per-arrecadado(2, ws-idx-org)
                 to ws-csv-valor-anterior
               perform 2990-grava-csv
           end-perform

           .
       2500-relatorio-origens-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Secao 2: premios por faixa (bruto, IR retido e liquido)
      *>------------------------------------------------------------------------
       2600-relatorio-faixas section.

           move spaces to ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha
           move "2 - PREMIOS POR FAIXA" to ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha

           perform varying ws-idx-fxa from 1 by 1 until ws-idx-fxa > 4
               move ws-per-qtd-premios(1, ws-idx-fxa) to ws-qtd-editada
               move ws-per-premio-bruto(1, ws-idx-fxa) to ws-valor-editado
               move ws-per-premio-ir(1, ws-idx-fxa)    to ws-valor-editado2
               move ws-per-premio-liquido(1, ws-idx-fxa)
                 to ws-valor-editado3

               move spaces to ws-gerencial-linha
               string   "FAIXA:"                     delimited by size
                        ws-nome-faixa(ws-idx-fxa)    delimited by size
                        " GANHADORES:"               delimited by size
                        ws-qtd-editada               delimited by size
                        " BRUTO:R$"                  delimited by size
                        ws-valor-editado             delimited by size
                        " IR:R$"                     delimited by size
                        ws-valor-editado2            delimited by size
                        " LIQUIDO:R$"                delimited by size
                        ws-valor-editado3            delimited by size
                   into ws-gerencial-linha
               write gerencial-saida-registro from ws-gerencial-linha

               move "PREMIOS_FAIXA"           to ws-csv-secao
               move ws-nome-faixa(ws-idx-fxa) to ws-csv-item
               move ws-per-qtd-premios(1, ws-idx-fxa)
                 to ws-csv-qtd-atual
               move ws-per-premio-bruto(1, ws-idx-fxa)
                 to ws-csv-valor-atual
               move ws-per-qtd-premios(2, ws-idx-fxa)
                 to ws-csv-qtd-anterior
               move ws-per-premio-bruto(2, ws-idx-fxa)
                 to ws-csv-valor-anterior
               perform 2990-grava-csv
           end-perform

           .
       2600-relatorio-faixas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Secao 3: payout - premios sobre a arrecadacao, bruto e liquido
      *>  do IR retido
      *>------------------------------------------------------------------------
       2700-relatorio-payout section.

           move spaces to ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha
           move "3 - PAYOUT (PREMIOS SOBRE ARRECADACAO)"
             to ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha

           move ws-per-arrecadado(1, 5)   to ws-valor-editado
           move ws-per-premio-bruto(1, 4) to ws-valor-editado2
           move ws-per-payout-bruto(1)    to ws-percentual-editado

           move spaces to ws-gerencial-linha
           string   "ARRECADADO:R$"                  delimited by size
                    ws-valor-editado                 delimited by size
                    " PREMIOS BRUTOS:R$"             delimited by size
                    ws-valor-editado2                delimited by size
                    " PAYOUT BRUTO:"                 delimited by size
                    ws-percentual-editado            delimited by size
                    "%"                              delimited by size
               into ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha

           move ws-per-premio-ir(1, 4)      to ws-valor-editado
           move ws-per-premio-liquido(1, 4) to ws-valor-editado2
           move ws-per-payout-liquido(1)    to ws-percentual-editado

           move spaces to ws-gerencial-linha
           string   "IR RETIDO:R$"                   delimited by size
                    ws-valor-editado                 delimited by size
                    " PREMIOS LIQUIDOS:R$"           delimited by size
                    ws-valor-editado2                delimited by size
                    " PAYOUT LIQUIDO:"               delimited by size
                    ws-percentual-editado            delimited by size
                    "%"                              delimited by size
               into ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha

           move "PAYOUT"                    to ws-csv-secao
           move "PAYOUT BRUTO %"            to ws-csv-item
           move zero                        to ws-csv-qtd-atual
           move ws-per-payout-bruto(1)      to ws-csv-valor-atual
           move zero                        to ws-csv-qtd-anterior
           move ws-per-payout-bruto(2)      to ws-csv-valor-anterior
           perform 2990-grava-csv

           move "IR RETIDO"                 to ws-csv-item
           move ws-per-premio-ir(1, 4)      to ws-csv-valor-atual
           move ws-per-premio-ir(2, 4)      to ws-csv-valor-anterior
           perform 2990-grava-csv

           move "PREMIOS LIQUIDOS"          to ws-csv-item
           move ws-per-premio-liquido(1, 4) to ws-csv-valor-atual
           move ws-per-premio-liquido(2, 4) to ws-csv-valor-anterior
           perform 2990-grava-csv

           move "PAYOUT LIQUIDO %"          to ws-csv-item
           move ws-per-payout-liquido(1)    to ws-csv-valor-atual
           move ws-per-payout-liquido(2)    to ws-csv-valor-anterior
           perform 2990-grava-csv

           .
       2700-relatorio-payout-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Secao 4: premios do periodo pagos, pendentes e rejeitados pelo
      *>  retorno do sistema de pagamento (valor liquido)
      *>------------------------------------------------------------------------
       2750-relatorio-pagamentos section.

           move spaces to ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha
           move "4 - PAGAMENTO DOS PREMIOS DO PERIODO (VALOR LIQUIDO)"
             to ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha

           perform varying ws-idx-sit from 1 by 1 until ws-idx-sit > 3
               move ws-per-qtd-situacao(1, ws-idx-sit)   to ws-qtd-editada
               move ws-per-valor-situacao(1, ws-idx-sit) to ws-valor-editado

               move spaces to ws-gerencial-linha
               string   "SITUACAO:"                  delimited by size
                        ws-nome-situacao(ws-idx-sit) delimited by size
                        " PREMIOS:"                  delimited by size
                        ws-qtd-editada               delimited by size
                        " VALOR:R$"                  delimited by size
                        ws-valor-editado             delimited by size
                   into ws-gerencial-linha
               write gerencial-saida-registro from ws-gerencial-linha

               move "PAGAMENTO"                  to ws-csv-secao
               move ws-nome-situacao(ws-idx-sit) to ws-csv-item
               move ws-per-qtd-situacao(1, ws-idx-sit)
                 to ws-csv-qtd-atual
               move ws-per-valor-situacao(1, ws-idx-sit)
                 to ws-csv-valor-atual
               move ws-per-qtd-situacao(2, ws-idx-sit)
                 to ws-csv-qtd-anterior
               move ws-per-valor-situacao(2, ws-idx-sit)
                 to ws-csv-valor-anterior
               perform 2990-grava-csv
           end-perform

           .
       2750-relatorio-pagamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Secao 5: apostadores cadastrados, ativos, novos e dormentes
      *>------------------------------------------------------------------------
       2800-relatorio-apostadores section.

           move spaces to ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha
           move "5 - APOSTADORES" to ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha

           move spaces to ws-gerencial-linha
           string   "CADASTRADOS:"                   delimited by size
                    ws-qtd-apostadores               delimited by size
                    " ATIVOS:"                       delimited by size
                    ws-per-ativos(1)                 delimited by size
                    " NOVOS:"                        delimited by size
                    ws-per-novos(1)                  delimited by size
                    " DORMENTES:"                    delimited by size
                    ws-per-dormentes(1)              delimited by size
               into ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha

           move "APOSTADORES"      to ws-csv-secao
           move zero               to ws-csv-valor-atual
           move zero               to ws-csv-valor-anterior

           move "ATIVOS"           to ws-csv-item
           move ws-per-ativos(1)   to ws-csv-qtd-atual
           move ws-per-ativos(2)   to ws-csv-qtd-anterior
           perform 2990-grava-csv

           move "NOVOS"            to ws-csv-item
           move ws-per-novos(1)    to ws-csv-qtd-atual
           move ws-per-novos(2)    to ws-csv-qtd-anterior
           perform 2990-grava-csv

           move "DORMENTES"        to ws-csv-item
           move ws-per-dormentes(1) to ws-csv-qtd-atual
           move ws-per-dormentes(2) to ws-csv-qtd-anterior
           perform 2990-grava-csv

           .
       2800-relatorio-apostadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Secao 6: os maiores apostadores do periodo por gasto (G) ou por
      *>  premios brutos (P); cada passada escolhe o maior ainda nao
      *>  listado
      *>------------------------------------------------------------------------
       2850-relatorio-maiores section.

           perform varying ws-idx-apd from 1 by 1
                   until ws-idx-apd > ws-qtd-apostadores
               move "N" to ws-apd-listado(ws-idx-apd)
           end-perform

           move spaces to ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha

           if ws-ranking-gasto
               move "6 - MAIORES APOSTADORES POR GASTO"
                 to ws-gerencial-linha
               move "MAIORES_GASTO"   to ws-csv-secao
           else
               move "6 - MAIORES APOSTADORES POR PREMIOS (BRUTO)"
                 to ws-gerencial-linha
               move "MAIORES_PREMIO"  to ws-csv-secao
           end-if
           write gerencial-saida-registro from ws-gerencial-linha

           perform varying ws-posicao-ranking from 1 by 1
                   until ws-posicao-ranking > ws-qtd-ranking
               perform 2860-escolhe-maior

               if ws-idx-apd-achado > 0
                   move "S" to ws-apd-listado(ws-idx-apd-achado)
                   move ws-maior-valor to ws-valor-editado

                   move spaces to ws-gerencial-linha
                   string   ws-posicao-ranking       delimited by size
                            " - APOSTADOR:"          delimited by size
                            ws-apd-codigo(ws-idx-apd-achado)
                                                     delimited by size
                            " "                      delimited by size
                            ws-apd-nome(ws-idx-apd-achado)
                                                     delimited by size
                            " VALOR:R$"              delimited by size
                            ws-valor-editado         delimited by size
                       into ws-gerencial-linha
                   write gerencial-saida-registro
                       from ws-gerencial-linha

                   move spaces to ws-csv-item
                   string   ws-apd-codigo(ws-idx-apd-achado)
                                                     delimited by size
                            " "                      delimited by size
                            ws-apd-nome(ws-idx-apd-achado)
                                                     delimited by size
                       into ws-csv-item
                   move ws-posicao-ranking to ws-csv-qtd-atual
                   move ws-maior-valor     to ws-csv-valor-atual
                   move zero               to ws-csv-qtd-anterior
                   if ws-ranking-gasto
                       move ws-apd-gasto(ws-idx-apd-achado, 2)
                         to ws-csv-valor-anterior
                   else
                       move ws-apd-premio(ws-idx-apd-achado, 2)
                         to ws-csv-valor-anterior
                   end-if
                   perform 2990-grava-csv
               end-if
           end-perform

           .
       2850-relatorio-maiores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Escolhe o apostador de maior valor (gasto ou premio) do periodo
      *>  ainda nao listado; sem valor nenhum, ws-idx-apd-achado fica zero
      *>------------------------------------------------------------------------
       2860-escolhe-maior section.

           move zero to ws-idx-apd-achado
           move zero to ws-maior-valor

           perform varying ws-idx-apd from 1 by 1
                   until ws-idx-apd > ws-qtd-apostadores
               if ws-apd-listado(ws-idx-apd) not = "S"
                   if ws-ranking-gasto
                       move ws-apd-gasto(ws-idx-apd, 1)  to ws-valor-atual
                   else
                       move ws-apd-premio(ws-idx-apd, 1) to ws-valor-atual
                   end-if

                   if ws-valor-atual > ws-maior-valor
                       move ws-valor-atual to ws-maior-valor
                       move ws-idx-apd     to ws-idx-apd-achado
                   end-if
               end-if
           end-perform

           .
       2860-escolhe-maior-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Secao 7: comparativo com o periodo anterior e a variacao
      *>  percentual de cada indicador
      *>------------------------------------------------------------------------
       2900-relatorio-comparativo section.

           move spaces to ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha
           move "7 - COMPARATIVO COM O PERIODO ANTERIOR"
             to ws-gerencial-linha
           write gerencial-saida-registro from ws-gerencial-linha

           move "APOSTAS"                    to ws-descricao-item
           move ws-per-qtd-apostas(1, 5)     to ws-valor-atual
           move ws-per-qtd-apostas(2, 5)     to ws-valor-anterior
           perform 2950-linha-comparativo

           move "ARRECADACAO (R$)"           to ws-descricao-item
           move ws-per-arrecadado(1, 5)      to ws-valor-atual
           move ws-per-arrecadado(2, 5)      to ws-valor-anterior
           perform 2950-linha-comparativo

           move "PREMIOS BRUTOS (R$)"        to ws-descricao-item
           move ws-per-premio-bruto(1, 4)    to ws-valor-atual
           move ws-per-premio-bruto(2, 4)    to ws-valor-anterior
           perform 2950-linha-comparativo

           move "IR RETIDO (R$)"             to ws-descricao-item
           move ws-per-premio-ir(1, 4)       to ws-valor-atual
           move ws-per-premio-ir(2, 4)       to ws-valor-anterior
           perform 2950-linha-comparativo

           move "PAYOUT BRUTO (%)"           to ws-descricao-item
           move ws-per-payout-bruto(1)       to ws-valor-atual
           move ws-per-payout-bruto(2)       to ws-valor-anterior
           perform 2950-linha-comparativo

           move "PREMIOS PAGOS (R$)"         to ws-descricao-item
           move ws-per-valor-situacao(1, 1)  to ws-valor-atual
           move ws-per-valor-situacao(2, 1)  to ws-valor-anterior
           perform 2950-linha-comparativo

           move "APOSTADORES ATIVOS"         to ws-descricao-item
           move ws-per-ativos(1)             to ws-valor-atual
           move ws-per-ativos(2)             to ws-valor-anterior
           perform 2950-linha-comparativo

           move "APOSTADORES NOVOS"          to ws-descricao-item
           move ws-per-novos(1)              to ws-valor-atual
           move ws-per-novos(2)              to ws-valor-anterior
           perform 2950-linha-comparativo

           .
       2900-relatorio-comparativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha do comparativo de ws-descricao-item; sem valor no
      *>  periodo anterior a variacao nao se calcula
      *>------------------------------------------------------------------------
       2950-linha-comparativo section.

           move ws-valor-atual    to ws-valor-editado
           move ws-valor-anterior to ws-valor-editado2

           move spaces to ws-gerencial-linha

           if ws-valor-anterior > 0
               compute ws-variacao rounded =
                   (ws-valor-atual - ws-valor-anterior) * 100 /
                   ws-valor-anterior
               move ws-variacao to ws-variacao-editada

               string   ws-descricao-item            delimited by size
                        " PERIODO:"                  delimited by size
                        ws-valor-editado             delimited by size
                        " ANTERIOR:"                 delimited by size
                        ws-valor-editado2            delimited by size
                        " VARIACAO:"                 delimited by size
                        ws-variacao-editada          delimited by size
                        "%"                          delimited by size
                   into ws-gerencial-linha
           else
               string   ws-descricao-item            delimited by size
                        " PERIODO:"                  delimited by size
                        ws-valor-editado             delimited by size
                        " ANTERIOR:"                 delimited by size
                        ws-valor-editado2            delimited by size
                        " VARIACAO: SEM BASE"        delimited by size
                   into ws-gerencial-linha
           end-if

           write gerencial-saida-registro from ws-gerencial-linha

           .
       2950-linha-comparativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha de GERENCIAL.CSV com os campos de ws-csv-campos
      *>------------------------------------------------------------------------
       2990-grava-csv section.

           move spaces to ws-csv-linha
           string   ws-csv-secao                     delimited by "  "
                    ";"                              delimited by size
                    ws-csv-item                      delimited by "  "
                    ";"                              delimited by size
                    ws-csv-qtd-atual                 delimited by size
                    ";"                              delimited by size
                    ws-csv-valor-atual               delimited by size
                    ";"                              delimited by size
                    ws-csv-qtd-anterior              delimited by size
                    ";"                              delimited by size
                    ws-csv-valor-anterior            delimited by size
               into ws-csv-linha
           write gerencial-extrato-registro from ws-csv-linha

           .
       2990-grava-csv-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procedimentos de finalização
      *>------------------------------------------------------------------------
       3000-finaliza section.

           Stop run
           .
       3000-finaliza-exit.
           exit.
