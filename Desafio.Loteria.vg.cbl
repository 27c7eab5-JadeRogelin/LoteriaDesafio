               organization is line sequential
               file status is ws-status-ganhadores.

           select comprovantes-master
               assign to "COMPROVANTES.TXT"
               organization is line sequential
               file status is ws-status-comprovantes.

           select precos-tabela
               assign to "PRECOS.TXT"
               organization is line sequential
               organization is line sequential
               file status is ws-status-apostadores.

           select limites-log
               assign to "LIMITES.TXT"
               organization is line sequential
               file status is ws-status-limites.

           select rellimites-saida
               assign to "RELLIMITES.TXT"
               organization is line sequential
               file status is ws-status-rellimites.

           select saldos-master
               assign to "SALDOS.TXT"
               organization is line sequential
               file status is ws-status-saldos.

           select movimentos-master
               assign to "MOVIMENTOS.TXT"
               organization is line sequential
               file status is ws-status-movimentos.

           select boloes-master
               assign to "BOLOES.TXT"
               organization is line sequential
               organization is line sequential
               file status is ws-status-teimosinha.

           select acumulado-master
               assign to "ACUMULADO.TXT"
               organization is line sequential
               file status is ws-status-acumulado.

           select rateio-saida
               assign to "RATEIO.TXT"
               organization is line sequential
               file status is ws-status-rateio.

           select imposto-tabela
               assign to "IMPOSTO.TXT"
               organization is line sequential
               file status is ws-status-imposto.

           select informe-saida
               assign to "INFORME.TXT"
               organization is line sequential
               file status is ws-status-informe.

           select retencao-saida
               assign to "RETENCAO.TXT"
               organization is line sequential
               file status is ws-status-retencao.

           select registradas-master
               assign to "REGISTRADAS.TXT"
               organization is line sequential
               file status is ws-status-registradas.

           select registradas-trabalho
               assign to "REGISTRADAS.TMP"
               organization is line sequential
               file status is ws-status-reg-trabalho.

           select noturno-parametros
               assign to "NOTURNO.TXT"
               organization is line sequential
               file status is ws-status-noturno.

           select noturno-controle
               assign to "NOTURNOCTL.TXT"
               organization is line sequential
               file status is ws-status-noturno-ctl.

           select noturno-log
               assign to "NOTURNO.LOG"
               organization is line sequential
               file status is ws-status-noturno-log.

           select entrada-noturno
               assign using ws-nome-entrada-noturno
               organization is line sequential
               file status is ws-status-entrada-noturno.

           select entrada-arquivada
               assign using ws-nome-entrada-arquivada
               organization is line sequential
               file status is ws-status-entrada-arquivada.

           select geracoes-catalogo
               assign to "GERACOES.TXT"
               organization is line sequential
               file status is ws-status-geracoes.

           select geracao-origem
               assign using ws-nome-geracao-origem
               organization is line sequential
               file status is ws-status-geracao-origem.

           select geracao-destino
               assign using ws-nome-geracao-destino
               organization is line sequential
               file status is ws-status-geracao-destino.

           select auditoria-log
               assign to "AUDITORIA.TXT"
               organization is line sequential
               file status is ws-status-auditoria.

       i-o-control.

      *>Declaração de variáveis

      *>----APOSTAS.TXT com registros de controle: header "H" (data e
      *>----origem), um detalhe "D" por aposta e trailer "T" com o total
      *>----de detalhes, conferido antes do processamento em lote. O
      *>----concurso da aposta vem no detalhe ou, sem ele, no header;
      *>----concurso zero (ou ausente) e aposta do lote simulado
       fd  apostas-entrada.
       01  aposta-entrada-registro.
           05  aer-tipo                              pic x(01).
           05  aer-numero4                           pic 9(02).
           05  aer-numero5                           pic 9(02).
           05  aer-numero6                           pic 9(02).
           05  aer-concurso                          pic 9(04).
       01  aposta-header-registro.
           05  aeh-tipo                              pic x(01).
           05  aeh-data                              pic 9(08).
           05  aeh-origem                            pic x(10).
           05  aeh-concurso                          pic 9(04).
       01  aposta-trailer-registro.
           05  aet-tipo                              pic x(01).
           05  aet-qtd-registros                     pic 9(05).
       fd  relatorio-saida.
       01  relatorio-saida-registro                  pic x(200).

      *>----REJEITADAS.TXT: o detalhe recusado no layout de APOSTAS.TXT,
      *>----seguido do codigo e da descricao do motivo da recusa
       fd  rejeitadas-saida.
       01  rejeitada-saida-registro.
           05  rj-aposta                             pic x(22).
           05  rj-motivo-codigo                      pic x(02).
           05  rj-motivo                             pic x(30).

      *>----APOSTADORES.TXT: codigo, nome e contato, com os limites de jogo
      *>----responsavel do cliente - gasto maximo no dia e no mes, apostas
      *>----por concurso (zero = sem limite) - e o periodo de autoexclusao
      *>----(fim zero = por tempo indeterminado)
       fd  apostadores-master.
       01  apostadores-master-registro.
           05  ap-codigo                             pic 9(05).
           05  ap-nome                                pic x(30).
           05  ap-contato                             pic x(20).
           05  ap-limite-diario                       pic 9(07)v9(02).
           05  ap-limite-mensal                       pic 9(07)v9(02).
           05  ap-limite-concurso                     pic 9(03).
           05  ap-exclusao-inicio                     pic 9(08).
           05  ap-exclusao-fim                        pic 9(08).

      *>----LIMITES.TXT: cada aposta barrada por autoexclusao ou limite de
      *>----jogo (origem L lote, B membro de bolao, T renovacao de
      *>----teimosinha), base do relatorio periodico RELLIMITES.TXT
       fd  limites-log.
       01  limites-log-registro.
           05  lm-data                                pic 9(08).
           05  lm-execucao                            pic 9(06).
           05  lm-apostador                           pic 9(05).
           05  lm-origem                              pic x(01).
           05  lm-motivo-codigo                       pic x(02).
           05  lm-concurso                            pic 9(04).
           05  lm-valor                               pic 9(09)v9(02).

       fd  rellimites-saida.
       01  rellimites-saida-registro                 pic x(200).

       fd  extrato-saida.
       01  extrato-saida-registro                    pic x(200).
           05  sd-codigo                             pic 9(05).
           05  sd-saldo                               pic 9(09)v9(02).

      *>----MOVIMENTOS.TXT: diario permanente de cada movimento de conta
      *>----(tipo AP aposta, PR premio, PB parte de bolao, DP deposito, SQ
      *>----saque, ES estorno de execucao desfeita), com a referencia
      *>----concurso/sequencia, o valor, a natureza (C credito, D debito) e
      *>----o saldo apos o movimento; base da conciliacao diaria de
      *>----SALDOS.TXT. O diario so recebe acrescimos: o estorno leva a
      *>----execucao desfeita no campo da execucao
       fd  movimentos-master.
       01  movimentos-master-registro.
           05  mv-apostador                          pic 9(05).
           05  mv-data                                pic 9(08).
           05  mv-execucao                            pic 9(06).
           05  mv-tipo                                pic x(02).
           05  mv-concurso                            pic 9(04).
           05  mv-sequencia                           pic 9(05).
           05  mv-natureza                            pic x(01).
           05  mv-valor                               pic 9(09)v9(02).
           05  mv-saldo-apos                          pic 9(09)v9(02).

      *>----HISTORICO.TXT: cadastro permanente de apostas processadas, um
      *>----registro por aposta do lote, conferencia oficial ou baixa de
      *>----teimosinha, acumulado execucao a execucao para a consulta de
           05  hi-numero6                             pic 9(02).
           05  hi-faixa                               pic x(06).
           05  hi-premio                              pic 9(09)v9(02).
           05  hi-bilhete                             pic 9(11).

      *>----BOLOES.TXT: um registro por membro do grupo - codigo do
      *>----bolao, apostador do cadastro e quantidade de quotas dele; o
               88  rm-sit-conferido                     value "C".
               88  rm-sit-ganhadores                    value "G".
               88  rm-sit-pago                          value "P".
               88  rm-sit-aberto                        value "A".

      *>----layout sequencial antigo do cadastro de resultados (sem a
      *>----situacao de liquidacao), lido somente durante a conversao
           05  pj-nome-jogo                            pic x(20).
           05  pj-qtd-numeros                          pic 9(02).
           05  pj-max-range                            pic 9(02).
           05  pj-qtd-geracoes                         pic 9(02).

       fd  ganhadores-saida.
       01  ganhadores-saida-registro                 pic x(91).

      *>----COMPROVANTES.TXT: um comprovante por aposta aceita (lote,
      *>----gerador e renovacao de teimosinha), no layout impresso de
      *>----ws-comprovante-linha, com o bilhete e o codigo de verificacao
       fd  comprovantes-master.
       01  comprovantes-master-registro              pic x(200).

      *>----PREMIOS.TXT: por concurso, o valor fixo de cada faixa e o
      *>----percentual da arrecadacao destinado a ela; com percentual
      *>----informado o premio da faixa sai da arrecadacao e o valor fixo
      *>----e ignorado (registros antigos, sem percentual, usam o fixo)
       fd  premios-tabela.
       01  premios-tabela-registro.
           05  pt-concurso                             pic 9(04).
           05  pt-valor-sena                           pic 9(09)v9(02).
           05  pt-valor-quina                          pic 9(09)v9(02).
           05  pt-valor-quadra                         pic 9(09)v9(02).
           05  pt-perc-sena                            pic 9(03)v9(02).
           05  pt-perc-quina                           pic 9(03)v9(02).
           05  pt-perc-quadra                          pic 9(03)v9(02).

      *>----ACUMULADO.TXT: um registro por concurso rateado, com o premio
      *>----de cada faixa, ganhadores, valor por ganhador e o que acumula
      *>----para o concurso seguinte; o arquivo so recebe acrescimos e o
      *>----registro mais recente de um concurso (reconferencia) e o que
      *>----vale
       fd  acumulado-master.
       01  acumulado-master-registro.
           05  ac-concurso                             pic 9(04).
           05  ac-execucao                             pic 9(06).
           05  ac-data                                 pic 9(08).
           05  ac-arrecadacao                          pic 9(11)v9(02).
           05  ac-rateio.
               10  ac-faixa            occurs 3 times.
                   15  ac-acumulado-anterior           pic 9(11)v9(02).
                   15  ac-valor-faixa                  pic 9(11)v9(02).
                   15  ac-qtd-ganhadores               pic 9(05).
                   15  ac-valor-ganhador               pic 9(09)v9(02).
                   15  ac-acumulado-proximo            pic 9(11)v9(02).

       fd  rateio-saida.
       01  rateio-saida-registro                     pic x(200).

      *>----IMPOSTO.TXT: tabela do imposto de renda retido sobre premios,
      *>----uma linha por inicio de vigencia (aliquota e limite de isencao)
       fd  imposto-tabela.
       01  imposto-tabela-registro.
           05  im-data-vigencia                        pic 9(08).
           05  im-aliquota                             pic 9(03)v9(02).
           05  im-limite-isencao                       pic 9(09)v9(02).

      *>----REGISTRADAS.TXT: apostas do lote aceitas para um concurso ainda
      *>----nao sorteado, ja debitadas na conta; ficam pendentes ate a
      *>----conferencia oficial do concurso (modo O), que as marca como
      *>----conferidas. REGISTRADAS.TMP e a copia de trabalho da baixa
       fd  registradas-master.
       01  registrada-registro.
           05  rg-concurso                             pic 9(04).
           05  rg-apostador                            pic 9(05).
           05  rg-bolao                                pic x(01).
           05  rg-numero1                              pic 9(02).
           05  rg-numero2                              pic 9(02).
           05  rg-numero3                              pic 9(02).
           05  rg-numero4                              pic 9(02).
           05  rg-numero5                              pic 9(02).
           05  rg-numero6                              pic 9(02).
           05  rg-valor                                pic 9(05)v9(02).
           05  rg-data                                 pic 9(08).
           05  rg-execucao                             pic 9(06).
           05  rg-sequencia                            pic 9(05).
           05  rg-situacao                             pic x(01).
               88  rg-sit-pendente                      value "P".
               88  rg-sit-conferida                     value "C".
           05  rg-bilhete                              pic 9(11).
           05  rg-verificador                          pic 9(04).

       fd  registradas-trabalho.
       01  registrada-trabalho-registro              pic x(200).

      *>----NOTURNO.TXT: o que o operador digitaria nos modos, para o ciclo
      *>----noturno rodar sem ele - concurso da conferencia (0000 = o maior
      *>----concurso pendente de liquidacao), liberacao de reconferencia
      *>----(S/N) e os passos a executar (S/N por passo, na ordem carga,
      *>----conferencia, retorno, lote, pendentes)
       fd  noturno-parametros.
       01  noturno-parametros-registro.
           05  pn-concurso                            pic 9(04).
           05  pn-reconfere                           pic x(01).
           05  pn-passos                              pic x(05).

      *>----NOTURNOCTL.TXT: situacao do ultimo ciclo noturno - ultimo passo
      *>----concluido, passo que falhou e o concurso apurado - para o
      *>----ciclo seguinte reiniciar pelo passo que nao terminou
       fd  noturno-controle.
       01  noturno-controle-registro.
           05  nc-data                                pic 9(08).
           05  nc-execucao                            pic 9(06).
           05  nc-situacao                            pic x(01).
           05  nc-ultimo-passo                        pic 9(02).
           05  nc-passo-falho                         pic 9(02).
           05  nc-rc                                  pic 9(02).
           05  nc-concurso                            pic 9(04).

      *>----NOTURNO.LOG: inicio, fim, situacao e codigo de retorno de cada
      *>----passo do ciclo noturno, acumulado ciclo a ciclo
       fd  noturno-log.
       01  noturno-log-registro                      pic x(200).

      *>----Arquivo de entrada consumido por um passo do ciclo noturno
      *>----(RESULTADO.TXT, RETORNO.TXT ou APOSTAS.TXT) e a copia datada
      *>----dele; depois de copiado o original fica vazio, para o ciclo
      *>----seguinte nao processar o mesmo arquivo de novo
       fd  entrada-noturno.
       01  entrada-noturno-registro                  pic x(200).

       fd  entrada-arquivada.
       01  entrada-arquivada-registro                pic x(200).

      *>----GERACOES.TXT: catalogo das geracoes dos mestres, um registro
      *>----por geracao - execucao que ela precede, data, hora, modo, a
      *>----situacao (G gravando, A ativa, D desfeita, E expirada), as
      *>----linhas de PAGAMENTOS.TXT naquele momento e quais mestres
      *>----existiam (S/N, na ordem de ws-mestres-geracao)
       fd  geracoes-catalogo.
       01  geracoes-catalogo-registro.
           05  gr-geracao                             pic 9(02).
           05  gr-execucao                            pic 9(06).
           05  gr-data                                pic 9(08).
           05  gr-hora                                pic 9(08).
           05  gr-modo                                pic x(01).
           05  gr-situacao                            pic x(01).
           05  gr-qtd-pagamentos                      pic 9(07).
           05  gr-mestres                             pic x(07).

      *>----Copia de um arquivo para a geracao (<mestre>.Gnn.TXT) e de
      *>----volta no desfazimento, com os nomes montados na hora
       fd  geracao-origem.
       01  geracao-origem-registro                   pic x(200).

       fd  geracao-destino.
       01  geracao-destino-registro                  pic x(200).

      *>----AUDITORIA.TXT: uma linha por execucao desfeita - quem, qual
      *>----execucao, quando e o que foi removido
       fd  auditoria-log.
       01  auditoria-log-registro                    pic x(200).

       fd  informe-saida.
       01  informe-saida-registro                    pic x(200).

       fd  retencao-saida.
       01  retencao-saida-registro                   pic x(200).

      *>----PRECOS.TXT: preco da aposta por jogo e percentual adicional
      *>----cobrado sobre as apostas de desdobramento geradas pelo modo G
       01  pendente-saida-registro                   pic x(200).

       fd  pag-rejeitados-saida.
       01  pag-rejeitado-registro                    pic x(91).

      *>----Variaveis de trabalho
       working-storage section.
           88  ws-modo-bolao                            value "B" "b".
           88  ws-modo-encerramento                     value "E" "e".
           88  ws-modo-historico                        value "H" "h".
           88  ws-modo-informe                          value "F" "f".
           88  ws-modo-noturno                          value "N" "n".
           88  ws-modo-verificacao                      value "V" "v".
           88  ws-modo-desfazer                         value "X" "x".
      *>----modos que regravam ou acrescentam aos mestres: antes deles a
      *>----execucao guarda uma geracao dos mestres (no modo A so deposito,
      *>----saque e limites guardam, dentro de 2770-conta-apostador)
           88  ws-modo-altera-mestres                   value "L" "l"
                                                              "O" "o"
                                                              "R" "r"
                                                              "T" "t"
                                                              "C" "c"
                                                              "B" "b"
                                                              "N" "n".

       77  ws-fim-aposta-entrada                    pic  x(01).
           88  ws-fim-arquivo-apostas                   value "S".
       77  ws-qtd-gravados                           pic  9(05).
       77  ws-rejeitadas-aberto                      pic  x(01).
           88  ws-rejeitadas-esta-aberto                value "S".
       77  ws-rejeitadas-cabecalho                   pic  x(01) value "N".
           88  ws-rejeitadas-tem-cabecalho              value "S".
       77  ws-situacao-lote                          pic  x(04).

      *>----Apostas para concurso (lote com concurso no header ou no
      *>----detalhe): a aposta e aceita ate a data do sorteio do concurso
      *>----aberto em RESULTADOS.DAT, debitada e guardada em
      *>----REGISTRADAS.TXT; recusa vai para REJEITADAS.TXT com o motivo
       77  ws-status-registradas                     pic  x(02).
       77  ws-status-reg-trabalho                    pic  x(02).
      *>----falha ao conferir ou regravar REGISTRADAS.TXT: o concurso nao
      *>----e rateado nem baixado, e fica pendente para nova conferencia
       77  ws-registradas-falha                      pic  x(01).
           88  ws-registradas-falharam                  value "S".
       77  ws-registradas-aberto                     pic  x(01).
           88  ws-registradas-esta-aberto               value "S".
       77  ws-fim-registradas                        pic  x(01).
           88  ws-fim-arquivo-registradas               value "S".
       77  ws-concurso-lote                          pic  9(04).
       77  ws-data-aposta-lote                       pic  9(08).
       77  ws-concurso-aposta                        pic  9(04).
       77  ws-concurso-validado                      pic  9(04).
       77  ws-concurso-aposta-achado                 pic  x(01).
           88  ws-concurso-aposta-foi-achado            value "S".
       77  ws-situacao-concurso-aposta               pic  x(01).
           88  ws-concurso-aposta-aberto                value "A".
       77  ws-data-limite-aposta                     pic  9(08).
       77  ws-qtd-registradas                        pic  9(05)
                                                     value zero.
       77  ws-total-registradas                      pic  9(11)v9(02)
                                                     value zero.
       77  ws-qtd-reg-conferidas                     pic  9(05).
       77  ws-resposta-aposta-tela                   pic  x(01).
           88  ws-confere-aposta-tela                   value "S" "s".
       77  ws-concurso-gerador                       pic  9(04).

      *>----Motivo da recusa gravado em REJEITADAS.TXT junto do detalhe
       01  ws-motivo-rejeicao.
           05  ws-motivo-codigo                       pic x(02).
           05  ws-motivo-descricao                    pic x(30).

      *>----Ciclo noturno (modo N, ou "N" na linha de comando): carga de
      *>----resultados, conferencia oficial, retorno de pagamentos, lote e
      *>----pendentes rodam sem operador, com os parametros de NOTURNO.TXT,
      *>----log de cada passo em NOTURNO.LOG e reinicio pelo passo que
      *>----falhou (NOTURNOCTL.TXT). Retorno do passo: 00 ok, 04 aviso
      *>----(nada a fazer, segue), 08 erro (interrompe o ciclo)
       77  ws-status-noturno                         pic  x(02).
       77  ws-status-noturno-ctl                     pic  x(02).
       77  ws-status-noturno-log                     pic  x(02).
       77  ws-status-entrada-noturno                 pic  x(02).
       77  ws-status-entrada-arquivada               pic  x(02).
       77  ws-base-entrada-noturno                   pic  x(12).
       77  ws-nome-entrada-noturno                   pic  x(30).
       77  ws-nome-entrada-arquivada                 pic  x(30).
       77  ws-fim-entrada-noturno                    pic  x(01).
           88  ws-fim-arquivo-entrada-noturno           value "S".
       77  ws-entrada-arquivada                      pic  x(01).
           88  ws-entrada-foi-arquivada                 value "S".
       77  ws-qtd-linhas-arquivadas                  pic  9(07).
       77  ws-apostas-com-dados                      pic  x(01).
           88  ws-apostas-tem-dados                     value "S".
       77  ws-msg-resultado-passo                    pic  x(60).
       77  ws-parametro-execucao                     pic  x(10).
       77  ws-concurso-noturno                       pic  9(04).
       77  ws-concurso-noturno-auto                  pic  x(01).
           88  ws-concurso-noturno-automatico           value "S".
       77  ws-concurso-minimo-noturno                pic  9(04).
       77  ws-qtd-conferidos-noturno                 pic  9(04).
       77  ws-reconfere-noturno                      pic  x(01).
       77  ws-passo-noturno                          pic  9(02).
       77  ws-passo-inicial                          pic  9(02).
       77  ws-rc-passo                               pic  9(02).
       77  ws-rc-noturno                             pic  9(02).
       77  ws-msg-passo                              pic  x(80).
       77  ws-noturno-interrompido                   pic  x(01).
           88  ws-noturno-foi-interrompido              value "S".
       77  ws-noturno-log-aberto                     pic  x(01).
           88  ws-noturno-log-esta-aberto               value "S".

       01  ws-passos-noturno.
           05  ws-passo-ativo      occurs 5 times    pic x(01).
               88  ws-passo-esta-ativo                  value "S" "s" " ".

       01  ws-nomes-passo.
           05  filler                                 pic x(12) value "CARGA".
           05  filler                                 pic x(12) value "CONFERENCIA".
           05  filler                                 pic x(12) value "RETORNO".
           05  filler                                 pic x(12) value "LOTE".
           05  filler                                 pic x(12) value "PENDENTES".
       01  ws-nomes-passo-tab redefines ws-nomes-passo.
           05  ws-nome-passo       occurs 5 times    pic x(12).

      *>----copia de trabalho do registro de NOTURNOCTL.TXT
       01  ws-controle-noturno.
           05  ws-cn-data                             pic 9(08).
           05  ws-cn-execucao                         pic 9(06).
           05  ws-cn-situacao                         pic x(01).
               88  ws-cn-sit-andamento                  value "E".
               88  ws-cn-sit-falhou                     value "F".
               88  ws-cn-sit-concluido                  value "C".
           05  ws-cn-ultimo-passo                     pic 9(02).
           05  ws-cn-passo-falho                      pic 9(02).
           05  ws-cn-rc                               pic 9(02).
           05  ws-cn-concurso                         pic 9(04).

      *>----Geracoes dos mestres e desfazimento de execucao (modo X): antes
      *>----de um modo que altera os mestres, SALDOS, TEIMOSINHA, BOLOES,
      *>----REGISTRADAS, NOTURNOCTL e RESULTADOS.DAT sao copiados para a
      *>----geracao mais antiga do rodizio (<mestre>.Gnn.TXT, catalogo em
      *>----GERACOES.TXT); desfazer uma execucao devolve os mestres dessa
      *>----geracao, tira os registros dela dos arquivos acumulados e
      *>----grava a linha de AUDITORIA.TXT
       77  ws-status-geracoes                        pic  x(02).
       77  ws-status-geracao-origem                  pic  x(02).
       77  ws-status-geracao-destino                 pic  x(02).
       77  ws-status-auditoria                       pic  x(02).
       77  ws-nome-geracao-origem                    pic  x(30).
       77  ws-nome-geracao-destino                   pic  x(30).
       77  ws-nome-mestre                            pic  x(30).
       77  ws-nome-copia-mestre                      pic  x(30).
       77  ws-fim-geracoes                           pic  x(01).
           88  ws-fim-arquivo-geracoes                  value "S".
       77  ws-fim-geracao-origem                     pic  x(01).
           88  ws-fim-arquivo-geracao-origem            value "S".
       77  ws-fim-resultados-geracao                 pic  x(01).
           88  ws-fim-arquivo-resultados-geracao        value "S".
       77  ws-geracao-corrente                       pic  9(02).
       77  ws-idx-ger                                pic  9(02).
       77  ws-idx-mst                                pic  9(02).
       77  ws-idx-anx                                pic  9(02).
       77  ws-geracao-ok                             pic  x(01).
           88  ws-geracao-esta-ok                       value "S".
       77  ws-copia-ok                               pic  x(01).
           88  ws-copia-esta-ok                         value "S".
       77  ws-mestre-presente                        pic  x(01).
           88  ws-mestre-esta-presente                  value "S".
       77  ws-qtd-linhas-lidas                       pic  9(07).
       77  ws-qtd-linhas-copiadas                    pic  9(07).
       77  ws-qtd-linhas-excluidas                   pic  9(07).
       77  ws-limite-linhas-copia                    pic  9(07).
       77  ws-qtd-total-excluidas                    pic  9(07).
       77  ws-filtro-copia                           pic  x(01).
           88  ws-copia-integral                        value space.
           88  ws-filtro-historico                      value "H".
           88  ws-filtro-limites                        value "L".
           88  ws-filtro-acumulado                      value "U".
           88  ws-filtro-comprovantes                   value "V".
           88  ws-filtro-ganhadores                     value "G".
           88  ws-filtro-arrecadacao                    value "A".
           88  ws-filtro-pagamentos                     value "P".
       77  ws-registro-excluido                      pic  x(01).
           88  ws-registro-foi-excluido                 value "S".
       77  ws-bloco-excluido                         pic  x(01).
           88  ws-bloco-da-execucao                     value "S".
       77  ws-geracao-desfazer                       pic  9(02).
       77  ws-execucao-posterior                     pic  9(06).
       77  ws-operador-desfazer                      pic  x(20).
       77  ws-resposta-desfazer                      pic  x(01).
           88  ws-confirma-desfazer                     value "S" "s".
       77  ws-desfazer-ok                            pic  x(01).
           88  ws-desfazer-esta-ok                      value "S".
       77  ws-situacao-desfazer                      pic  x(04).

      *>----movimentos da execucao desfeita, estornados no diario por
      *>----lancamentos ES de natureza inversa, do ultimo para o primeiro
       77  ws-qtd-estornos                           pic  9(05).
       77  ws-idx-est                                pic  9(05).
       77  ws-estorno-ok                             pic  x(01).
           88  ws-estorno-esta-ok                       value "S".
       77  ws-estorno-existente                      pic  x(01).
           88  ws-estorno-ja-gravado                    value "S".

       01  ws-tabela-estornos.
           05  ws-est-registro     occurs 20000 times.
               10  ws-est-apostador                  pic 9(05).
               10  ws-est-concurso                   pic 9(04).
               10  ws-est-sequencia                  pic 9(05).
               10  ws-est-natureza                   pic x(01).
               10  ws-est-valor                      pic 9(09)v9(02).
               10  ws-est-saldo-apos                 pic 9(09)v9(02).

       01  ws-execucao-desfazer                      pic  9(06).
       01  ws-execucao-desfazer-x redefines ws-execucao-desfazer
                                                     pic  x(06).

       01  ws-tabela-geracoes.
           05  ws-ger-registro     occurs 20 times.
               10  ws-ger-execucao                   pic 9(06).
               10  ws-ger-data                       pic 9(08).
               10  ws-ger-hora                       pic 9(08).
               10  ws-ger-modo                       pic x(01).
               10  ws-ger-situacao                   pic x(01).
                   88  ws-ger-ativa                     value "A".
               10  ws-ger-qtd-pagamentos             pic 9(07).
               10  ws-ger-mestres.
                   15  ws-ger-presente occurs 7 times
                                                     pic x(01).

      *>----mestres guardados na geracao; o sexto, RESULTADOS, e o
      *>----cadastro indexado, copiado em sequencial para a geracao. Na
      *>----geracao gravada antes de APOSTADORES entrar na lista a marca
      *>----dele fica em branco e o desfazimento nao mexe no cadastro
       01  ws-mestres-geracao.
           05  filler                                 pic x(12) value "SALDOS".
           05  filler                                 pic x(12) value "TEIMOSINHA".
           05  filler                                 pic x(12) value "BOLOES".
           05  filler                                 pic x(12) value "REGISTRADAS".
           05  filler                                 pic x(12) value "NOTURNOCTL".
           05  filler                                 pic x(12) value "RESULTADOS".
           05  filler                                 pic x(12) value "APOSTADORES".
       01  ws-mestres-geracao-tab redefines ws-mestres-geracao.
           05  ws-mst-base         occurs 7 times    pic x(12).

      *>----arquivos acumulados de onde saem os registros da execucao
      *>----desfeita, com o filtro que reconhece esses registros
       01  ws-anexados-desfazer.
           05  filler                                 pic x(12) value "HISTORICO".
           05  filler                                 pic x(01) value "H".
           05  filler                                 pic x(12) value "LIMITES".
           05  filler                                 pic x(01) value "L".
           05  filler                                 pic x(12) value "ACUMULADO".
           05  filler                                 pic x(01) value "U".
           05  filler                                 pic x(12) value "COMPROVANTES".
           05  filler                                 pic x(01) value "V".
           05  filler                                 pic x(12) value "GANHADORES".
           05  filler                                 pic x(01) value "G".
           05  filler                                 pic x(12) value "ARRECADACAO".
           05  filler                                 pic x(01) value "A".
           05  filler                                 pic x(12) value "PAGAMENTOS".
           05  filler                                 pic x(01) value "P".
       01  ws-anexados-desfazer-tab redefines ws-anexados-desfazer.
           05  ws-anx-registro     occurs 7 times.
               10  ws-anx-base                       pic x(12).
               10  ws-anx-filtro                     pic x(01).

      *>----concursos presentes na geracao de RESULTADOS.DAT, pelo numero
       01  ws-tabela-concursos-geracao.
           05  ws-cgr-presente     occurs 9999 times pic x(01).

      *>----visoes do registro lido para achar a execucao em cada arquivo
      *>----acumulado (o comprovante usa ws-comprovante-lido)
       01  ws-registro-desfazer                      pic x(200).
       01  ws-rd-historico redefines ws-registro-desfazer.
           05  filler                                 pic x(08).
           05  ws-rdh-execucao                        pic x(06).
           05  filler                                 pic x(186).
       01  ws-rd-limite redefines ws-registro-desfazer.
           05  filler                                 pic x(08).
           05  ws-rdl-execucao                        pic x(06).
           05  filler                                 pic x(186).
       01  ws-rd-acumulado redefines ws-registro-desfazer.
           05  filler                                 pic x(04).
           05  ws-rdu-execucao                        pic x(06).
           05  filler                                 pic x(190).
      *>----no GANHADORES.TXT o header "H" abre o bloco da execucao, que
      *>----vai ate o trailer; na ARRECADACAO.TXT a linha de titulo abre
      *>----o bloco, que vai ate o titulo seguinte
       01  ws-rd-ganhador-header redefines ws-registro-desfazer.
           05  ws-rdg-tipo                            pic x(01).
           05  filler                                 pic x(18).
           05  ws-rdg-execucao                        pic x(06).
           05  filler                                 pic x(175).
       01  ws-rd-arrecadacao redefines ws-registro-desfazer.
           05  ws-rda-titulo                          pic x(15).
           05  filler                                 pic x(18).
           05  ws-rda-execucao                        pic x(06).
           05  filler                                 pic x(161).

      *>----Cadastro de apostadores (APOSTADORES.TXT): codigo, nome e
      *>----contato de cada cliente; o codigo do detalhe de APOSTAS.TXT e
      *>----validado contra este cadastro no processamento em lote
       77  ws-apostador-busca                        pic  9(05).
       77  ws-apostador-corrente                     pic  9(05).

      *>----junto do cadastro ficam, so em memoria, o gasto do dia e do
      *>----mes (do diario MOVIMENTOS.TXT mais o da execucao) e as apostas
      *>----do concurso em ws-concurso-limites, para conferir os limites
       01  ws-tabela-apostadores.
           05  ws-apd-registro     occurs 200 times.
               10  ws-apd-cadastro.
                   15  ws-apd-codigo                 pic 9(05).
                   15  ws-apd-nome                   pic x(30).
                   15  ws-apd-contato                pic x(20).
                   15  ws-apd-limite-diario          pic 9(07)v9(02).
                   15  ws-apd-limite-mensal          pic 9(07)v9(02).
                   15  ws-apd-limite-concurso        pic 9(03).
                   15  ws-apd-exclusao-inicio        pic 9(08).
                   15  ws-apd-exclusao-fim           pic 9(08).
               10  ws-apd-gasto-dia                  pic 9(09)v9(02).
               10  ws-apd-gasto-mes                  pic 9(09)v9(02).
               10  ws-apd-qtd-concurso               pic 9(03).
               10  ws-apd-qtd-barradas               pic 9(05).

      *>----Limites de jogo responsavel: a aposta (ou a parte de cada
      *>----membro, na aposta de bolao) e conferida contra a autoexclusao e
      *>----os limites do apostador; a recusa sai em ws-motivo-codigo
       77  ws-status-limites                         pic  x(02).
       77  ws-status-rellimites                      pic  x(02).
       77  ws-apostadores-completo                   pic  x(01).
           88  ws-apostadores-esta-completo             value "S".
       77  ws-limites-aberto                         pic  x(01) value "N".
           88  ws-limites-esta-aberto                   value "S".
       77  ws-fim-limites                            pic  x(01).
           88  ws-fim-arquivo-limites                   value "S".
       77  ws-fim-movimentos                         pic  x(01).
           88  ws-fim-arquivo-movimentos                value "S".
       77  ws-data-limites                           pic  9(08).
       77  ws-concurso-limites                       pic  9(04) value zero.
       77  ws-valor-limite                           pic  9(09)v9(02).
       77  ws-parte-membro                           pic  9(09)v9(02).
       77  ws-origem-limite                          pic  x(01).
       77  ws-limite-por-concurso                    pic  x(01).
           88  ws-confere-limite-concurso               value "S".
       77  ws-reabre-registradas                     pic  x(01).
           88  ws-reabrir-registradas                   value "S".
       77  ws-idx-apd-limite                         pic  9(03).
       77  ws-limite-periodo-inicio                  pic  9(08).
       77  ws-limite-periodo-fim                     pic  9(08).
       77  ws-qtd-limites-periodo                    pic  9(05).
       77  ws-qtd-apd-barrados                       pic  9(03).
       77  ws-limite-digitado                        pic  9(07)v9(02).
       77  ws-limite-concurso-digitado               pic  9(03).
       77  ws-data-digitada                          pic  9(08).
       77  ws-resposta-exclusao                      pic  x(01).
           88  ws-confirma-exclusao                     value "S" "s".
       77  ws-limite-editado                         pic  z.zzz.zz9,99.
       77  ws-limite-editado2                        pic  z.zzz.zz9,99.
       77  ws-rellimites-linha                       pic  x(200).

      *>----Conta corrente dos apostadores (SALDOS.TXT): saldo corrente e
      *>----saldo de abertura da execucao, para o extrato mostrar saldo
           88  ws-fim-arquivo-saldo                     value "S".
       77  ws-saldo-achado                           pic  x(01).
           88  ws-saldo-foi-achado                      value "S".

      *>----Movimento corrente para o diario (MOVIMENTOS.TXT), gravado
      *>----contra a conta ws-idx-sal-achado ja atualizada
       77  ws-status-movimentos                      pic  x(02).
       77  ws-movimentos-aberto                      pic  x(01) value "N".
           88  ws-movimentos-esta-aberto                value "S".
       77  ws-mov-tipo                               pic  x(02).
       77  ws-mov-natureza                           pic  x(01).
       77  ws-mov-valor                              pic  9(09)v9(02).
       77  ws-mov-concurso                           pic  9(04).
       77  ws-mov-sequencia                          pic  9(05).
       77  ws-opcao-conta                            pic  x(01).
           88  ws-opcao-cta-deposito                    value "D" "d".
           88  ws-opcao-cta-saque                       value "S" "s".
           88  ws-opcao-cta-consulta                    value "C" "c".
           88  ws-opcao-cta-limites                     value "L" "l".
           88  ws-opcao-cta-relatorio                   value "R" "r".
       77  ws-valor-movimento                        pic  9(09)v9(02).
       77  ws-qtd-exec-estornadas                    pic  9(03).
       77  ws-idx-exe                                pic  9(03).
       77  ws-exec-estornada                         pic  x(01).
           88  ws-exec-foi-estornada                    value "S".

       01  ws-tabela-exec-estornadas.
           05  ws-exe-execucao     occurs 500 times  pic 9(06).

       01  ws-tabela-saldos.
           05  ws-sal-registro     occurs 200 times.
               10  ws-bol-apostador                  pic 9(05).
               10  ws-bol-quotas                     pic 9(03).
               10  ws-bol-premio-acum                pic 9(11)v9(02).
               10  ws-bol-ir-acum                    pic 9(11)v9(02).

      *>----Historico permanente de apostas (HISTORICO.TXT): aberto em
      *>----acrescimo na primeira gravacao da execucao e fechado na
               10  ws-ext-faixa                      pic x(06).
               10  ws-ext-premio                     pic 9(09)v9(02).
               10  ws-ext-valor-aposta               pic 9(05)v9(02).
               10  ws-ext-valor-ir                   pic 9(09)v9(02).

      *>----Apostas teimosinha (TEIMOSINHA.TXT) em memoria durante a
      *>----execucao; conferidas automaticamente no modo Oficial e
           88  ws-opcao-tei-lista                       value "L" "l".
       77  ws-qtd-tei-conferidas                     pic  9(03).
       77  ws-qtd-tei-expiradas                      pic  9(03).
       77  ws-qtd-tei-barradas                       pic  9(03).

       01  ws-tabela-teimosinha.
           05  ws-tei-registro     occurs 200 times.
       77  ws-status-oficial                        pic  x(02).
       77  ws-oficial-encontrado                     pic  x(01).
           88  ws-oficial-foi-encontrado                value "S".
      *>----concurso anterior ao conferido ainda aberto ou carregado: a
      *>----conferencia oficial segue a ordem dos concursos
       77  ws-concurso-pendente                      pic  9(04).
       77  ws-situacao-pendente                      pic  x(01).

      *>----Variaveis do cadastro de resultados oficiais (RESULTADOS.DAT)
      *>----arquivo indexado pelo numero do concurso, lido direto pela
               88  ws-rc-sit-conferido                  value "C".
               88  ws-rc-sit-ganhadores                 value "G".
               88  ws-rc-sit-pago                       value "P".
      *>----concurso aberto: cadastrado antes do sorteio, sem dezenas,
      *>----recebendo apostas ate a data do sorteio (rm-data)
               88  ws-rc-sit-aberto                     value "A".

      *>----Variaveis do controle de liquidacao: confirmacao do operador
      *>----para reconferir um concurso ja liquidado e a nova situacao a
           05  ws-jp-nome-jogo                        pic x(20) value "MEGA-SENA".
           05  ws-jp-qtd-numeros                      pic 9(02) value 6.
           05  ws-jp-max-range                        pic 9(02) value 60.
      *>----quantidade de geracoes dos mestres guardadas (01 a 20)
           05  ws-jp-qtd-geracoes                     pic 9(02) value 5.

      *>----Tabela de premios (PREMIOS.TXT): valor de cada faixa por
      *>----concurso. O registro de concurso 0000 guarda os valores padrao,
               10  ws-prem-valor-sena                pic 9(09)v9(02).
               10  ws-prem-valor-quina               pic 9(09)v9(02).
               10  ws-prem-valor-quadra              pic 9(09)v9(02).
               10  ws-prem-perc-sena                 pic 9(03)v9(02).
               10  ws-prem-perc-quina                pic 9(03)v9(02).
               10  ws-prem-perc-quadra               pic 9(03)v9(02).

      *>----Valores de premio vigentes na execucao corrente e acumuladores
      *>----do sumario financeiro do relatorio de lote; a visao em tabela
      *>----serve ao rateio, indexada pela faixa (1 sena, 2 quina, 3 quadra)
       01  ws-premios-vigentes.
           05  ws-valor-sena                          pic 9(09)v9(02).
           05  ws-valor-quina                         pic 9(09)v9(02).
           05  ws-valor-quadra                        pic 9(09)v9(02).
           05  ws-perc-sena                           pic 9(03)v9(02).
           05  ws-perc-quina                          pic 9(03)v9(02).
           05  ws-perc-quadra                         pic 9(03)v9(02).
       01  ws-premios-vigentes-tab redefines ws-premios-vigentes.
           05  ws-valor-faixa-vig  occurs 3 times    pic 9(09)v9(02).
           05  ws-perc-faixa-vig   occurs 3 times    pic 9(03)v9(02).

       77  ws-premio-aposta                          pic  9(09)v9(02).
       77  ws-faixa-premio                           pic  x(06).
       77  ws-idx-faixa                              pic  9(01).

       01  ws-nomes-faixa.
           05  filler                                 pic x(06) value "SENA".
           05  filler                                 pic x(06) value "QUINA".
           05  filler                                 pic x(06) value "QUADRA".
       01  ws-nomes-faixa-tab redefines ws-nomes-faixa.
           05  ws-nome-faixa       occurs 3 times    pic x(06).

      *>----Bilhete e comprovante de aposta: o bilhete e a execucao de
      *>----CONTROLE.TXT seguida da sequencia de bilhetes da execucao, que
      *>----nao recomeca entre lote e conferencias, e nunca se repete; o
      *>----codigo de verificacao e calculado do bilhete e das dezenas.
      *>----A sequencia vai ate 99999 bilhetes por execucao: esgotada, as
      *>----apostas seguintes sao recusadas (motivo 13), sem bilhete
       77  ws-status-comprovantes                    pic  x(02).
       77  ws-comprovantes-aberto                    pic  x(01) value "N".
           88  ws-comprovantes-esta-aberto              value "S".
       77  ws-fim-comprovantes                       pic  x(01).
           88  ws-fim-arquivo-comprovantes              value "S".
       77  ws-seq-bilhete                            pic  9(05) value zero.
           88  ws-bilhetes-esgotados                    value 99999.
       77  ws-bilhete-ok                             pic  x(01).
           88  ws-bilhete-esta-ok                       value "S".
       77  ws-bilhete-recusado                       pic  x(01) value "N".
           88  ws-houve-bilhete-recusado                value "S".
       77  ws-bilhete-corrente                       pic  9(11) value zero.
       77  ws-verificador-corrente                   pic  9(04) value zero.
       77  ws-verificador-base                       pic  9(13).
       77  ws-verificador-quociente                  pic  9(13).
       77  ws-origem-comprovante                     pic  x(01).
       77  ws-concurso-comprovante                   pic  9(04).
       77  ws-valor-comprovante                      pic  9(05)v9(02).
       77  ws-bilhete-busca                          pic  9(11).
       77  ws-verificador-busca                      pic  9(04).
       77  ws-comprovante-achado                     pic  x(01).
           88  ws-comprovante-foi-achado                value "S".
       77  ws-qtd-premios-bilhete                    pic  9(03).
       77  ws-bilhete-conferido                      pic  x(01).
           88  ws-bilhete-foi-conferido                 value "S".

       01  ws-comprovante-linha.
           05  filler                                 pic x(08) value "BILHETE:".
           05  ws-cp-bilhete                          pic 9(11).
           05  filler                                 pic x(08) value " CODIGO:".
           05  ws-cp-verificador                      pic 9(04).
           05  filler                                 pic x(06) value " DATA:".
           05  ws-cp-data                             pic 9(08).
           05  filler                                 pic x(08) value " ORIGEM:".
           05  ws-cp-origem                           pic x(01).
           05  filler                                 pic x(11) value " APOSTADOR:".
           05  ws-cp-apostador                        pic 9(05).
           05  filler                                 pic x(10) value " CONCURSO:".
           05  ws-cp-concurso                         pic 9(04).
           05  filler                                 pic x(09) value " DEZENAS:".
           05  ws-cp-numero1                          pic 9(02).
           05  filler                                 pic x(01) value "-".
           05  ws-cp-numero2                          pic 9(02).
           05  filler                                 pic x(01) value "-".
           05  ws-cp-numero3                          pic 9(02).
           05  filler                                 pic x(01) value "-".
           05  ws-cp-numero4                          pic 9(02).
           05  filler                                 pic x(01) value "-".
           05  ws-cp-numero5                          pic 9(02).
           05  filler                                 pic x(01) value "-".
           05  ws-cp-numero6                          pic 9(02).
           05  filler                                 pic x(09) value " VALOR:R$".
           05  ws-cp-valor                            pic zz.zz9,99.
           05  filler                                 pic x(11) value " EXECUCAO:".
           05  ws-cp-execucao                         pic 9(06).

      *>----Visao de leitura do comprovante (os literais nao servem para
      *>----leitura, como no detalhe de ganhador)
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
           05  filler                                 pic x(09).
           05  ws-cl-numero1                          pic 9(02).
           05  filler                                 pic x(01).
           05  ws-cl-numero2                          pic 9(02).
           05  filler                                 pic x(01).
           05  ws-cl-numero3                          pic 9(02).
           05  filler                                 pic x(01).
           05  ws-cl-numero4                          pic 9(02).
           05  filler                                 pic x(01).
           05  ws-cl-numero5                          pic 9(02).
           05  filler                                 pic x(01).
           05  ws-cl-numero6                          pic 9(02).
           05  filler                                 pic x(09).
           05  ws-cl-valor                            pic x(09).
           05  filler                                 pic x(11).
           05  ws-cl-execucao                         pic 9(06).

      *>----Rateio dos premios (modos L e O): os ganhadores da conferencia
      *>----ficam em ws-tabela-premiados ate a conferencia terminar; entao
      *>----o premio de cada faixa (percentual da arrecadacao ou valor fixo
      *>----de PREMIOS.TXT, mais o acumulado do concurso anterior) e
      *>----dividido igualmente entre os ganhadores dela, e a faixa sem
      *>----ganhador acumula para o concurso seguinte (ACUMULADO.TXT)
       77  ws-status-acumulado                       pic  x(02).
       77  ws-status-rateio                          pic  x(02).
       77  ws-fim-acumulado                          pic  x(01).
           88  ws-fim-arquivo-acumulado                 value "S".
       77  ws-concurso-acumulado                     pic  9(04).
       77  ws-concurso-anterior                      pic  9(04).
       77  ws-arrecadacao-rateio                     pic  9(11)v9(02).
       77  ws-qtd-premiados                          pic  9(04).
       77  ws-idx-pmd                                pic  9(04).
       77  ws-seq-ganhador                           pic  9(05).
       77  ws-acumulado-editado                      pic  zz.zzz.zzz.zz9,99.
       77  ws-rateio-editado                         pic  zz.zzz.zzz.zz9,99.

       01  ws-tabela-rateio.
           05  ws-rat-faixa        occurs 3 times.
               10  ws-rat-acumulado-anterior         pic 9(11)v9(02).
               10  ws-rat-valor-faixa                pic 9(11)v9(02).
               10  ws-rat-qtd-ganhadores             pic 9(05).
               10  ws-rat-valor-ganhador             pic 9(09)v9(02).
               10  ws-rat-acumulado-proximo          pic 9(11)v9(02).

       01  ws-tabela-premiados.
           05  ws-pmd-registro     occurs 2000 times.
               10  ws-pmd-origem                     pic x(01).
               10  ws-pmd-apostador                  pic 9(05).
               10  ws-pmd-bolao                      pic x(01).
               10  ws-pmd-numeros                    pic x(12).
               10  ws-pmd-sorteados                  pic x(12).
               10  ws-pmd-contador                   pic 9(09).
               10  ws-pmd-qtd-acertos                pic 9(02).
               10  ws-pmd-idx-faixa                  pic 9(01).
               10  ws-pmd-sequencia                  pic 9(05).
               10  ws-pmd-idx-extrato                pic 9(03).
               10  ws-pmd-bilhete                    pic 9(11).

      *>----Imposto de renda retido na fonte sobre premios (IMPOSTO.TXT):
      *>----premio acima do limite de isencao paga a aliquota sobre o valor
      *>----todo, e so o liquido e creditado na conta; na ausencia da
      *>----tabela valem os valores padrao abaixo
       77  ws-status-imposto                         pic  x(02).
       77  ws-fim-imposto                            pic  x(01).
           88  ws-fim-arquivo-imposto                   value "S".
       77  ws-vigencia-imposto                       pic  9(08).
       77  ws-aliquota-ir                            pic  9(03)v9(02)
                                                     value 30,00.
       77  ws-limite-isencao-ir                      pic  9(09)v9(02)
                                                     value 1903,98.
       77  ws-valor-ir                               pic  9(09)v9(02).
       77  ws-valor-liquido                          pic  9(09)v9(02).
       77  ws-ir-editado                             pic  zzz.zzz.zz9,99.
       77  ws-liquido-editado                        pic  zzz.zzz.zz9,99.
       77  ws-aliquota-editada                       pic  zz9,99.

      *>----Informe anual do IR retido (modo F): os premios tributados do
      *>----ano sao lidos de GANHADORES.TXT para a tabela abaixo; INFORME.TXT
      *>----recebe um bloco por apostador e RETENCAO.TXT o resumo mensal
      *>----da retencao para o contador
       77  ws-status-informe                         pic  x(02).
       77  ws-status-retencao                        pic  x(02).
       77  ws-ano-informe                            pic  9(04).
       77  ws-qtd-informe                            pic  9(04).
       77  ws-idx-inf                                pic  9(04).
       77  ws-informe-cheio                          pic  x(01).
           88  ws-informe-esta-cheio                    value "S".
       77  ws-nome-informe                           pic  x(30).
       77  ws-qtd-beneficiarios                      pic  9(05).
       77  ws-inf-qtd-apostador                      pic  9(04).
       77  ws-inf-bruto-apostador                    pic  9(11)v9(02).
       77  ws-inf-ir-apostador                       pic  9(11)v9(02).
       77  ws-inf-liquido-apostador                  pic  9(11)v9(02).
       77  ws-idx-mes                                pic  9(02).

       01  ws-data-informe.
           05  ws-di-ano                              pic 9(04).
           05  ws-di-mes                              pic 9(02).
           05  ws-di-dia                              pic 9(02).

       01  ws-tabela-informe.
           05  ws-inf-registro     occurs 2000 times.
               10  ws-inf-apostador                  pic 9(05).
               10  ws-inf-concurso                   pic 9(04).
               10  ws-inf-faixa                      pic x(06).
               10  ws-inf-data                       pic 9(08).
               10  ws-inf-execucao                   pic 9(06).
               10  ws-inf-bruto                      pic 9(09)v9(02).
               10  ws-inf-ir                         pic 9(09)v9(02).
               10  ws-inf-liquido                    pic 9(09)v9(02).
               10  ws-inf-impresso                   pic x(01).

       01  ws-tabela-retencao.
           05  ws-ret-mes          occurs 12 times.
               10  ws-ret-qtd                        pic 9(05).
               10  ws-ret-bruto                      pic 9(11)v9(02).
               10  ws-ret-ir                         pic 9(11)v9(02).
           05  ws-ret-qtd-ano                         pic 9(05).
           05  ws-ret-bruto-ano                       pic 9(11)v9(02).
           05  ws-ret-ir-ano                          pic 9(11)v9(02).

       01  ws-sumario-financeiro.
           05  ws-qtd-ganh-sena                       pic 9(05).
           05  ws-total-quina                         pic 9(11)v9(02).
           05  ws-total-quadra                        pic 9(11)v9(02).
           05  ws-total-geral                         pic 9(11)v9(02).
           05  ws-total-ir-retido                     pic 9(11)v9(02).

      *>----Tabela de precos de aposta (PRECOS.TXT): valor cobrado por
      *>----aposta de cada jogo e percentual adicional sobre apostas de
           05  ws-gh-data-processamento               pic 9(08).
           05  ws-gh-identificacao                    pic x(10).
           05  ws-gh-execucao                         pic 9(06).
           05  filler                                 pic x(66) value spaces.

       01  ws-ganhador-detalhe.
           05  filler                                 pic x(01) value "D".
      *>----a execucao completa a chave do detalhe: concurso e sequencia
      *>----recomecam a cada execucao e o arquivo acumula varias
           05  ws-gd-execucao                         pic 9(06).
      *>----ws-gd-valor-premio e o premio bruto; o imposto retido e o
      *>----liquido creditado na conta vem em seguida
           05  ws-gd-valor-ir                         pic 9(09)v9(02).
           05  ws-gd-valor-liquido                    pic 9(09)v9(02).
      *>----bilhete da aposta premiada (zero na aposta digitada)
           05  ws-gd-bilhete                          pic 9(11).

       01  ws-ganhador-trailer.
           05  filler                                 pic x(01) value "T".
           05  ws-gt-qtd-detalhes                     pic 9(05).
           05  filler                                 pic x(85) value spaces.

      *>----Variaveis da confirmacao de pagamentos (modo C): o retorno do
      *>----sistema de pagamento baixa os ganhadores emitidos; quem nao
           05  ws-gl-valor-premio                     pic 9(09)v9(02).
           05  ws-gl-data-processamento               pic 9(08).
           05  ws-gl-execucao                         pic 9(06).
           05  ws-gl-valor-ir                         pic 9(09)v9(02).
           05  ws-gl-valor-liquido                    pic 9(09)v9(02).
           05  ws-gl-bilhete                          pic 9(11).

      *>----Variaveis do gerador de apostas (modo G): surpresinha gera
      *>----jogos aleatorios; desdobramento grava todas as combinacoes de
           05  line 08 col 47 value "[B] Boloes".
           05  line 09 col 47 value "[E] Encerramento do log".
           05  line 10 col 47 value "[H] Historico de apostas".
           05  line 11 col 47 value "[F] Informe anual de IR retido".
           05  line 12 col 47 value "[N] Ciclo noturno (sem operador)".
           05  line 13 col 47 value "[V] Verificacao de bilhete".
           05  line 14 col 47 value "[X] Desfazer uma execucao".
           05  line 15 col 10 value "Opcao: ".
           05  tme-opcao      line 15 col 18 pic x(01)
               using ws-resposta-modo auto.
           05  line 06 col 10 value "Faixa maxima (1-80): ".
           05  tpa-faixa      line 06 col 31 pic 9(02)
               using ws-jp-max-range.
           05  line 07 col 10 value "Geracoes de backup.: ".
           05  tpa-geracoes   line 07 col 31 pic 9(02)
               using ws-jp-qtd-geracoes.
           05  tpa-mensagem   line 08 col 10 pic x(65)
               from ws-msg-tela.

           perform 1000-inicializa.
           perform 1050-seleciona-modo.

           if ws-modo-altera-mestres
               perform 1450-grava-geracao
           end-if.

           if ws-modo-lote
               perform 2400-processamento-lote
           else
                                                       if ws-modo-historico
                                                           perform 2850-consulta-historico
                                                       else
                                                           if ws-modo-informe
                                                               perform 2870-informe-rendimentos
                                                           else
                                                               if ws-modo-noturno
                                                                   perform 2620-ciclo-noturno
                                                               else
                                                                   if ws-modo-verificacao
                                                                       perform 2895-verifica-bilhete
                                                                   else
                                                                       if ws-modo-desfazer
                                                                           perform 2940-desfaz-execucao
                                                                       else
                                                                           perform 2000-processamento
                                                                       end-if
                                                                   end-if
                                                               end-if
                                                           end-if
                                                       end-if
                                                   end-if
                                               end-if
           perform 1600-carrega-parametros-jogo
           perform 1650-carrega-precos
           perform 1800-carrega-premios
           perform 1830-carrega-imposto
           perform 1900-carrega-apostadores
           perform 1920-carrega-saldos
           perform 1950-carrega-teimosinhas
       1400-numera-execucao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Antes de um modo que altera os mestres, copia SALDOS, TEIMOSINHA,
      *>  BOLOES, REGISTRADAS, NOTURNOCTL e RESULTADOS.DAT para a geracao
      *>  livre ou mais antiga do rodizio (<mestre>.Gnn.TXT) e registra em
      *>  GERACOES.TXT a execucao, data, hora e modo que ela precede; sem
      *>  a geracao a execucao para antes de mexer em qualquer arquivo,
      *>  porque nao haveria como desfaze-la
      *>------------------------------------------------------------------------
       1450-grava-geracao section.

           move "S" to ws-geracao-ok

           perform 1452-carrega-geracoes

      *>    geracao livre ou, com todas ocupadas, a da execucao mais antiga
           move zero to ws-geracao-corrente

           perform varying ws-idx-ger from 1 by 1
                   until ws-idx-ger > ws-jp-qtd-geracoes
               if ws-ger-execucao(ws-idx-ger) = 0 and
                  ws-geracao-corrente = 0
                   move ws-idx-ger to ws-geracao-corrente
               end-if
           end-perform

           if ws-geracao-corrente = 0
               move 1 to ws-geracao-corrente

               perform varying ws-idx-ger from 2 by 1
                       until ws-idx-ger > ws-jp-qtd-geracoes
                   if ws-ger-execucao(ws-idx-ger) <
                      ws-ger-execucao(ws-geracao-corrente)
                       move ws-idx-ger to ws-geracao-corrente
                   end-if
               end-perform
           end-if

      *>    com a quantidade de geracoes reduzida, as acima dela expiram
           perform varying ws-idx-ger from 1 by 1
                   until ws-idx-ger > 20
               if ws-idx-ger > ws-jp-qtd-geracoes and
                  ws-ger-ativa(ws-idx-ger)
                   move "E" to ws-ger-situacao(ws-idx-ger)
               end-if
           end-perform

      *>    a geracao fica "G" (gravando) ate a copia terminar: uma
      *>    execucao interrompida aqui nao deixa geracao aproveitavel
           accept ws-log-data from date yyyymmdd
           accept ws-log-hora from time

           move ws-numero-execucao
             to ws-ger-execucao(ws-geracao-corrente)
           move ws-log-data      to ws-ger-data(ws-geracao-corrente)
           move ws-log-hora      to ws-ger-hora(ws-geracao-corrente)
           move ws-resposta-modo to ws-ger-modo(ws-geracao-corrente)
           move "G"              to ws-ger-situacao(ws-geracao-corrente)
           move zero
             to ws-ger-qtd-pagamentos(ws-geracao-corrente)
           move all "N"          to ws-ger-mestres(ws-geracao-corrente)

           perform 1454-grava-catalogo-geracoes

           perform varying ws-idx-mst from 1 by 1
                   until ws-idx-mst > 7
               perform 1456-nomes-geracao

               if ws-idx-mst = 6
                   perform 1466-copia-resultados-geracao
               else
                   move ws-nome-mestre       to ws-nome-geracao-origem
                   move ws-nome-copia-mestre to ws-nome-geracao-destino
                   move space                to ws-filtro-copia
                   perform 1460-copia-arquivo

                   if ws-copia-esta-ok
                       move ws-mestre-presente
                         to ws-ger-presente(ws-geracao-corrente,
                                            ws-idx-mst)
                   else
                       move "N" to ws-geracao-ok
                   end-if
               end-if
           end-perform

           perform 1468-conta-pagamentos

           if ws-geracao-esta-ok
               move "A" to ws-ger-situacao(ws-geracao-corrente)
               perform 1454-grava-catalogo-geracoes
           end-if

           if ws-geracao-esta-ok
               display "Geracao " ws-geracao-corrente " dos mestres"
                       " gravada antes da execucao "
                       ws-numero-execucao "."
           else
               display "Nao foi possivel gravar a geracao "
                       ws-geracao-corrente " dos mestres; execucao "
                       ws-numero-execucao " encerrada sem alterar"
                       " nenhum arquivo."
               move 8 to return-code
               perform 3000-finaliza
           end-if

           .
       1450-grava-geracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o catalogo de geracoes (GERACOES.TXT) na tabela, pelo
      *>  numero da geracao; geracao sem registro fica com execucao zero
      *>------------------------------------------------------------------------
       1452-carrega-geracoes section.

           perform varying ws-idx-ger from 1 by 1
                   until ws-idx-ger > 20
               move zero   to ws-ger-execucao(ws-idx-ger)
               move zero   to ws-ger-data(ws-idx-ger)
               move zero   to ws-ger-hora(ws-idx-ger)
               move spaces to ws-ger-modo(ws-idx-ger)
               move spaces to ws-ger-situacao(ws-idx-ger)
               move zero   to ws-ger-qtd-pagamentos(ws-idx-ger)
               move all "N" to ws-ger-mestres(ws-idx-ger)
           end-perform

           open input geracoes-catalogo

           if ws-status-geracoes = "00"
               move "N" to ws-fim-geracoes

               perform until ws-fim-arquivo-geracoes
                   read geracoes-catalogo
                       at end
                           move "S" to ws-fim-geracoes
                       not at end
                           if gr-geracao numeric and
                              gr-geracao > 0 and gr-geracao <= 20
                               move gr-geracao    to ws-idx-ger
                               move gr-execucao
                                 to ws-ger-execucao(ws-idx-ger)
                               move gr-data
                                 to ws-ger-data(ws-idx-ger)
                               move gr-hora
                                 to ws-ger-hora(ws-idx-ger)
                               move gr-modo
                                 to ws-ger-modo(ws-idx-ger)
                               move gr-situacao
                                 to ws-ger-situacao(ws-idx-ger)
                               move gr-qtd-pagamentos
                                 to ws-ger-qtd-pagamentos(ws-idx-ger)
                               move gr-mestres
                                 to ws-ger-mestres(ws-idx-ger)
                           end-if
                   end-read
               end-perform

               close geracoes-catalogo
           end-if

           .
       1452-carrega-geracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava GERACOES.TXT com as geracoes ja usadas da tabela
      *>------------------------------------------------------------------------
       1454-grava-catalogo-geracoes section.

           open output geracoes-catalogo

           if ws-status-geracoes <> "00"
               display "Nao foi possivel gravar GERACOES.TXT (status "
                       ws-status-geracoes ")."
               move "N" to ws-geracao-ok
           else
               perform varying ws-idx-ger from 1 by 1
                       until ws-idx-ger > 20
                   if ws-ger-execucao(ws-idx-ger) > 0
                       move ws-idx-ger    to gr-geracao
                       move ws-ger-execucao(ws-idx-ger)
                         to gr-execucao
                       move ws-ger-data(ws-idx-ger)
                         to gr-data
                       move ws-ger-hora(ws-idx-ger)
                         to gr-hora
                       move ws-ger-modo(ws-idx-ger)
                         to gr-modo
                       move ws-ger-situacao(ws-idx-ger)
                         to gr-situacao
                       move ws-ger-qtd-pagamentos(ws-idx-ger)
                         to gr-qtd-pagamentos
                       move ws-ger-mestres(ws-idx-ger)
                         to gr-mestres
                       write geracoes-catalogo-registro
                   end-if
               end-perform

               close geracoes-catalogo
           end-if

           .
       1454-grava-catalogo-geracoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta o nome do mestre ws-idx-mst (<mestre>.TXT) e o da copia
      *>  dele na geracao ws-geracao-corrente (<mestre>.Gnn.TXT)
      *>------------------------------------------------------------------------
       1456-nomes-geracao section.

           move spaces to ws-nome-mestre
           string ws-mst-base(ws-idx-mst)             delimited by space
                  ".TXT"                              delimited by size
               into ws-nome-mestre

           move spaces to ws-nome-copia-mestre
           string ws-mst-base(ws-idx-mst)             delimited by space
                  ".G"                                delimited by size
                  ws-geracao-corrente                 delimited by size
                  ".TXT"                              delimited by size
               into ws-nome-copia-mestre

           .
       1456-nomes-geracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia ws-nome-geracao-origem para ws-nome-geracao-destino linha a
      *>  linha; com ws-filtro-copia informado, as linhas da execucao
      *>  ws-execucao-desfazer ficam de fora. Origem inexistente nao e erro:
      *>  a copia fica "ok" com ws-mestre-presente "N" e o destino intacto
      *>------------------------------------------------------------------------
       1460-copia-arquivo section.

           move "N"  to ws-copia-ok
           move "N"  to ws-mestre-presente
           move "N"  to ws-bloco-excluido
           move zero to ws-qtd-linhas-lidas
           move zero to ws-qtd-linhas-copiadas
           move zero to ws-qtd-linhas-excluidas

           open input geracao-origem

           if ws-status-geracao-origem = "35"
               move "S" to ws-copia-ok
           else
               if ws-status-geracao-origem <> "00"
                   display "Nao foi possivel ler "
                           ws-nome-geracao-origem " (status "
                           ws-status-geracao-origem ")."
               else
                   open output geracao-destino

                   if ws-status-geracao-destino <> "00"
                       display "Nao foi possivel gravar "
                               ws-nome-geracao-destino " (status "
                               ws-status-geracao-destino ")."
                   else
                       move "S" to ws-mestre-presente
                       move "N" to ws-fim-geracao-origem

                       perform until ws-fim-arquivo-geracao-origem
                           read geracao-origem into ws-registro-desfazer
                               at end
                                   move "S" to ws-fim-geracao-origem
                               not at end
                                   add 1 to ws-qtd-linhas-lidas
                                   perform 1462-verifica-exclusao

                                   if ws-registro-foi-excluido
                                       add 1 to ws-qtd-linhas-excluidas
                                   else
                                       write geracao-destino-registro
                                           from ws-registro-desfazer
                                       add 1 to ws-qtd-linhas-copiadas
                                   end-if
                           end-read
                       end-perform

                       close geracao-destino
                       move "S" to ws-copia-ok
                   end-if

                   close geracao-origem
               end-if
           end-if

           .
       1460-copia-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Indica se a linha lida em ws-registro-desfazer e da execucao
      *>  desfeita, conforme o arquivo (ws-filtro-copia); em PAGAMENTOS.TXT,
      *>  que nao guarda a execucao que baixou, ficam de fora as linhas
      *>  acrescentadas depois da geracao
      *>------------------------------------------------------------------------
       1462-verifica-exclusao section.

           move "N" to ws-registro-excluido

           evaluate true
               when ws-filtro-historico
                   if ws-rdh-execucao = ws-execucao-desfazer-x
                       move "S" to ws-registro-excluido
                   end-if
               when ws-filtro-limites
                   if ws-rdl-execucao = ws-execucao-desfazer-x
                       move "S" to ws-registro-excluido
                   end-if
               when ws-filtro-acumulado
                   if ws-rdu-execucao = ws-execucao-desfazer-x
                       move "S" to ws-registro-excluido
                   end-if
               when ws-filtro-comprovantes
                   move ws-registro-desfazer to ws-comprovante-lido
                   if ws-cl-execucao = ws-execucao-desfazer-x
                       move "S" to ws-registro-excluido
                   end-if
               when ws-filtro-ganhadores
                   if ws-rdg-tipo = "H"
                       if ws-rdg-execucao = ws-execucao-desfazer-x
                           move "S" to ws-bloco-excluido
                       else
                           move "N" to ws-bloco-excluido
                       end-if
                   end-if
                   move ws-bloco-excluido to ws-registro-excluido
               when ws-filtro-arrecadacao
                   if ws-rda-titulo = "ARRECADACAO DE "
                       if ws-rda-execucao = ws-execucao-desfazer-x
                           move "S" to ws-bloco-excluido
                       else
                           move "N" to ws-bloco-excluido
                       end-if
                   end-if
                   move ws-bloco-excluido to ws-registro-excluido
               when ws-filtro-pagamentos
                   if ws-qtd-linhas-lidas > ws-limite-linhas-copia
                       move "S" to ws-registro-excluido
                   end-if
           end-evaluate

           .
       1462-verifica-exclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia RESULTADOS.DAT, lido em sequencia pela chave, para a
      *>  geracao corrente (RESULTADOS.Gnn.TXT)
      *>------------------------------------------------------------------------
       1466-copia-resultados-geracao section.

           move "N" to ws-mestre-presente

           open input resultados-master

           if ws-status-resultados <> "35"
               if ws-status-resultados <> "00"
                   display "Nao foi possivel ler RESULTADOS.DAT (status "
                           ws-status-resultados ")."
                   move "N" to ws-geracao-ok
               else
                   move ws-nome-copia-mestre to ws-nome-geracao-destino
                   open output geracao-destino

                   if ws-status-geracao-destino <> "00"
                       display "Nao foi possivel gravar "
                               ws-nome-geracao-destino " (status "
                               ws-status-geracao-destino ")."
                       move "N" to ws-geracao-ok
                   else
                       move "S" to ws-mestre-presente
                       move "N" to ws-fim-resultados-geracao

                       perform until ws-fim-arquivo-resultados-geracao
                           read resultados-master next
                               at end
                                   move "S" to ws-fim-resultados-geracao
                               not at end
                                   move resultados-master-registro
                                     to geracao-destino-registro
                                   write geracao-destino-registro
                           end-read
                       end-perform

                       close geracao-destino
                   end-if

                   close resultados-master
               end-if
           end-if

           move ws-mestre-presente
             to ws-ger-presente(ws-geracao-corrente, 6)

           .
       1466-copia-resultados-geracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta as linhas de PAGAMENTOS.TXT no momento da geracao: no
      *>  desfazimento o arquivo volta a ter so essas linhas
      *>------------------------------------------------------------------------
       1468-conta-pagamentos section.

           move zero to ws-ger-qtd-pagamentos(ws-geracao-corrente)

           open input pagamentos-master

           if ws-status-pagamentos = "00"
               move "N" to ws-fim-carga-pagamento

               perform until ws-fim-arquivo-pagamento
                   read pagamentos-master
                       at end
                           move "S" to ws-fim-carga-pagamento
                       not at end
                           add 1
                             to ws-ger-qtd-pagamentos(ws-geracao-corrente)
                   end-read
               end-perform

               close pagamentos-master
           end-if

           .
       1468-conta-pagamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Restaura ws-contador de um checkpoint anterior, se existir
      *>------------------------------------------------------------------------
                           move pj-nome-jogo   to ws-jp-nome-jogo
                           move pj-qtd-numeros to ws-jp-qtd-numeros
                           move pj-max-range   to ws-jp-max-range
      *>                registro antigo, sem a quantidade de geracoes,
      *>                fica com o padrao
                           if pj-qtd-geracoes numeric and
                              pj-qtd-geracoes > 0 and
                              pj-qtd-geracoes <= 20
                               move pj-qtd-geracoes to ws-jp-qtd-geracoes
                           end-if
                       else
                           display "PARAMETROS.TXT com faixa invalida ("
                                   pj-max-range
                      or ws-premio-foi-achado
               if ws-prem-concurso(ws-idx-prem) = ws-concurso-busca
                   move "S" to ws-premio-achado
                   perform 1815-copia-premio-vigente
               end-if
           end-perform

                          or ws-premio-foi-achado
                   if ws-prem-concurso(ws-idx-prem) = 0
                       move "S" to ws-premio-achado
                       perform 1815-copia-premio-vigente
                   end-if
               end-perform
           end-if
       1810-seleciona-premios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia o registro ws-idx-prem da tabela de premios para os valores
      *>  vigentes; percentual ausente (registro antigo) vale zero, e a
      *>  faixa usa o valor fixo
      *>------------------------------------------------------------------------
       1815-copia-premio-vigente section.

           move ws-prem-valor-sena(ws-idx-prem)  to ws-valor-sena
           move ws-prem-valor-quina(ws-idx-prem) to ws-valor-quina
           move ws-prem-valor-quadra(ws-idx-prem) to ws-valor-quadra

           if ws-prem-perc-sena(ws-idx-prem) numeric
               move ws-prem-perc-sena(ws-idx-prem) to ws-perc-sena
           else
               move zero to ws-perc-sena
           end-if

           if ws-prem-perc-quina(ws-idx-prem) numeric
               move ws-prem-perc-quina(ws-idx-prem) to ws-perc-quina
           else
               move zero to ws-perc-quina
           end-if

           if ws-prem-perc-quadra(ws-idx-prem) numeric
               move ws-prem-perc-quadra(ws-idx-prem) to ws-perc-quadra
           else
               move zero to ws-perc-quadra
           end-if

           .
       1815-copia-premio-vigente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a tabela do imposto de renda sobre premios (IMPOSTO.TXT)
      *>  e seleciona a linha vigente na data de hoje: a de inicio de
      *>  vigencia mais recente que ja comecou. Na ausencia do arquivo, ou
      *>  sem linha vigente, valem a aliquota e o limite padrao
      *>------------------------------------------------------------------------
       1830-carrega-imposto section.

           move zero to ws-vigencia-imposto

           accept ws-log-data from date yyyymmdd

           open input imposto-tabela

           if ws-status-imposto = "00"
               move "N" to ws-fim-imposto

               perform until ws-fim-arquivo-imposto
                   read imposto-tabela
                       at end
                           move "S" to ws-fim-imposto
                       not at end
                           if im-data-vigencia numeric and
                              im-aliquota numeric and
                              im-limite-isencao numeric and
                              im-data-vigencia <= ws-log-data and
                              im-data-vigencia >= ws-vigencia-imposto
                               move im-data-vigencia
                                 to ws-vigencia-imposto
                               move im-aliquota
                                 to ws-aliquota-ir
                               move im-limite-isencao
                                 to ws-limite-isencao-ir
                           end-if
                   end-read
               end-perform

               close imposto-tabela
           end-if

           .
       1830-carrega-imposto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o cadastro de apostadores (APOSTADORES.TXT) para a
      *>  tabela em memoria; na ausencia do arquivo a tabela fica vazia e
       1900-carrega-apostadores section.

           move zero to ws-qtd-apostadores
           move "S"  to ws-apostadores-completo

           open input apostadores-master

                       not at end
                           add 1 to ws-qtd-apostadores
                           move apostadores-master-registro
                             to ws-apd-cadastro(ws-qtd-apostadores)
                           perform 1902-normaliza-apostador
                   end-read
               end-perform

               if not ws-fim-arquivo-apostador
                   move "N" to ws-apostadores-completo
                   display "Atencao: APOSTADORES.TXT tem mais de 200"
                           " apostadores; somente os 200 primeiros"
                           " foram carregados."
           exit.

      *>------------------------------------------------------------------------
      *>  Zera os limites ausentes do apostador recem-carregado (registro
      *>  anterior aos limites de jogo vem sem eles: sem limite e sem
      *>  autoexclusao) e os acumuladores de gasto em memoria
      *>------------------------------------------------------------------------
       1902-normaliza-apostador section.

           if ws-apd-limite-diario(ws-qtd-apostadores) not numeric
               move zero to ws-apd-limite-diario(ws-qtd-apostadores)
           end-if
           if ws-apd-limite-mensal(ws-qtd-apostadores) not numeric
               move zero to ws-apd-limite-mensal(ws-qtd-apostadores)
           end-if
           if ws-apd-limite-concurso(ws-qtd-apostadores) not numeric
               move zero to ws-apd-limite-concurso(ws-qtd-apostadores)
           end-if
           if ws-apd-exclusao-inicio(ws-qtd-apostadores) not numeric
               move zero to ws-apd-exclusao-inicio(ws-qtd-apostadores)
           end-if
           if ws-apd-exclusao-fim(ws-qtd-apostadores) not numeric
               move zero to ws-apd-exclusao-fim(ws-qtd-apostadores)
           end-if

           move zero to ws-apd-gasto-dia(ws-qtd-apostadores)
           move zero to ws-apd-gasto-mes(ws-qtd-apostadores)
           move zero to ws-apd-qtd-concurso(ws-qtd-apostadores)
           move zero to ws-apd-qtd-barradas(ws-qtd-apostadores)

           .
       1902-normaliza-apostador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava APOSTADORES.TXT a partir da tabela em memoria, apos a
      *>  manutencao dos limites de jogo de um apostador
      *>------------------------------------------------------------------------
       1905-grava-apostadores section.

           open output apostadores-master

           if ws-status-apostadores <> "00"
               display "Nao foi possivel gravar APOSTADORES.TXT."
           else
               perform varying ws-idx-apd from 1 by 1
                       until ws-idx-apd > ws-qtd-apostadores
                   move ws-apd-cadastro(ws-idx-apd)
                     to apostadores-master-registro
                   write apostadores-master-registro
               end-perform
               close apostadores-master
           end-if

           .
       1905-grava-apostadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura o codigo ws-apostador-busca na tabela de apostadores;
      *>  devolve ws-idx-apd-achado e o indicador ws-apostador-achado
      *>------------------------------------------------------------------------
       1910-localiza-apostador section.

           move "N"  to ws-apostador-achado
           move zero to ws-idx-apd-achado

           perform varying ws-idx-apd from 1 by 1
                   until ws-idx-apd > ws-qtd-apostadores
       1930-grava-saldos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescenta ao diario (MOVIMENTOS.TXT) o movimento corrente da
      *>  conta ws-idx-sal-achado, com o saldo ja atualizado; o arquivo
      *>  abre em acrescimo no primeiro movimento e fecha na finalizacao
      *>------------------------------------------------------------------------
       1935-grava-movimento section.

           if not ws-movimentos-esta-aberto
               open extend movimentos-master
               if ws-status-movimentos = "35"
                   open output movimentos-master
               end-if

               if ws-status-movimentos <> "00"
                   display "Nao foi possivel abrir MOVIMENTOS.TXT;"
                           " movimento nao registrado no diario."
               else
                   move "S" to ws-movimentos-aberto
               end-if
           end-if

           if ws-movimentos-esta-aberto and ws-mov-valor > 0
               accept ws-log-data from date yyyymmdd

               move ws-sal-codigo(ws-idx-sal-achado) to mv-apostador
               move ws-log-data                      to mv-data
               move ws-numero-execucao               to mv-execucao
               move ws-mov-tipo                      to mv-tipo
               move ws-mov-concurso                  to mv-concurso
               move ws-mov-sequencia                 to mv-sequencia
               move ws-mov-natureza                  to mv-natureza
               move ws-mov-valor                     to mv-valor
               move ws-sal-saldo(ws-idx-sal-achado)  to mv-saldo-apos

               write movimentos-master-registro
           end-if

           .
       1935-grava-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura no diario (MOVIMENTOS.TXT) o gasto em apostas de cada
      *>  apostador no dia e no mes correntes; a aposta de bolao entra na
      *>  conta de cada membro pela parte das quotas dele
      *>------------------------------------------------------------------------
       1940-apura-gastos section.

           accept ws-data-limites from date yyyymmdd

           perform varying ws-idx-apd from 1 by 1
                   until ws-idx-apd > ws-qtd-apostadores
               move zero to ws-apd-gasto-dia(ws-idx-apd)
               move zero to ws-apd-gasto-mes(ws-idx-apd)
           end-perform

      *>    o diario pode estar aberto em acrescimo por uma etapa anterior
      *>    da mesma execucao: fecha para ler tudo o que ja foi gravado
           if ws-movimentos-esta-aberto
               close movimentos-master
               move "N" to ws-movimentos-aberto
           end-if

      *>    as apostas de execucao desfeita (com estorno ES no diario) nao
      *>    contam no gasto
           move zero to ws-qtd-exec-estornadas

           open input movimentos-master

           if ws-status-movimentos = "00"
               move "N" to ws-fim-movimentos

               perform until ws-fim-arquivo-movimentos
                   read movimentos-master
                       at end
                           move "S" to ws-fim-movimentos
                       not at end
                           if mv-tipo = "ES"
                               perform 1942-guarda-exec-estornada
                           end-if
                   end-read
               end-perform

               close movimentos-master
           end-if

           open input movimentos-master

           if ws-status-movimentos = "00"
               move "N" to ws-fim-movimentos

               perform until ws-fim-arquivo-movimentos
                   read movimentos-master
                       at end
                           move "S" to ws-fim-movimentos
                       not at end
                           if mv-tipo = "AP" and mv-natureza = "D" and
                              mv-data(1:6) = ws-data-limites(1:6)
                               perform 1943-verifica-exec-estornada
                               if not ws-exec-foi-estornada
                                   perform 1945-soma-gasto
                               end-if
                           end-if
                   end-read
               end-perform

               close movimentos-master
           end-if

           .
       1940-apura-gastos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda a execucao do estorno lido (uma vez so na tabela)
      *>------------------------------------------------------------------------
       1942-guarda-exec-estornada section.

           perform 1943-verifica-exec-estornada

           if not ws-exec-foi-estornada and
              ws-qtd-exec-estornadas < 500
               add 1 to ws-qtd-exec-estornadas
               move mv-execucao
                 to ws-exe-execucao(ws-qtd-exec-estornadas)
           end-if

           .
       1942-guarda-exec-estornada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Indica se a execucao do movimento lido foi desfeita e estornada
      *>------------------------------------------------------------------------
       1943-verifica-exec-estornada section.

           move "N" to ws-exec-estornada

           perform varying ws-idx-exe from 1 by 1
                   until ws-idx-exe > ws-qtd-exec-estornadas
                      or ws-exec-foi-estornada
               if ws-exe-execucao(ws-idx-exe) = mv-execucao
                   move "S" to ws-exec-estornada
               end-if
           end-perform

           .
       1943-verifica-exec-estornada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o debito de aposta corrente do diario no gasto do apostador
      *>  ou, quando a conta e de um bolao, no de cada membro pela parte
      *>  das quotas dele
      *>------------------------------------------------------------------------
       1945-soma-gasto section.

           move mv-apostador to ws-apostador-busca
           perform 1910-localiza-apostador

           if ws-apostador-foi-achado
               move ws-idx-apd-achado to ws-idx-apd-limite
               move mv-valor          to ws-parte-membro
               perform 1947-acumula-gasto
           else
               move mv-apostador to ws-bolao-busca
               perform 1978-totaliza-bolao

               if ws-qtd-quotas-bolao > 0
                   perform varying ws-idx-bol2 from 1 by 1
                           until ws-idx-bol2 > ws-qtd-boloes
                       if ws-bol-codigo(ws-idx-bol2) = mv-apostador
                           compute ws-parte-membro rounded =
                               mv-valor * ws-bol-quotas(ws-idx-bol2) /
                               ws-qtd-quotas-bolao

                           move ws-bol-apostador(ws-idx-bol2)
                             to ws-apostador-busca
                           perform 1910-localiza-apostador

                           if ws-apostador-foi-achado
                               move ws-idx-apd-achado
                                 to ws-idx-apd-limite
                               perform 1947-acumula-gasto
                           end-if
                       end-if
                   end-perform
               end-if
           end-if

           .
       1945-soma-gasto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula ws-parte-membro no gasto do mes do apostador
      *>  ws-idx-apd-limite e, quando o debito e de hoje, no gasto do dia
      *>------------------------------------------------------------------------
       1947-acumula-gasto section.

           add ws-parte-membro to ws-apd-gasto-mes(ws-idx-apd-limite)

           if mv-data = ws-data-limites
               add ws-parte-membro
                 to ws-apd-gasto-dia(ws-idx-apd-limite)
           end-if

           .
       1947-acumula-gasto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os boloes (BOLOES.TXT) para a tabela em memoria; na
      *>  ausencia do arquivo a tabela fica vazia
                             to ws-bol-quotas(ws-qtd-boloes)
                           move zero
                             to ws-bol-premio-acum(ws-qtd-boloes)
                           move zero
                             to ws-bol-ir-acum(ws-qtd-boloes)
                   end-read
               end-perform

           move spaces to ws-msg-tela
           move spaces to ws-resposta-modo

      *>    "N" na linha de comando roda o ciclo noturno direto, sem o
      *>    menu: execucao agendada, sem operador no terminal
           move spaces to ws-parametro-execucao
           accept ws-parametro-execucao from command-line
           if ws-parametro-execucao(1:1) = "N" or "n"
               move "N" to ws-resposta-modo
           end-if

           perform until ws-modo-individual or ws-modo-lote
                      or ws-modo-oficial    or ws-modo-resultados
                      or ws-modo-gerador    or ws-modo-parametros
                      or ws-modo-simulado   or ws-modo-teimosinha
                      or ws-modo-confirmacao or ws-modo-conta
                      or ws-modo-bolao      or ws-modo-encerramento
                      or ws-modo-historico  or ws-modo-informe
                      or ws-modo-noturno    or ws-modo-verificacao
                      or ws-modo-desfazer

               display tela-menu
               accept tela-menu
                  not ws-modo-simulado   and not ws-modo-teimosinha and
                  not ws-modo-confirmacao and not ws-modo-conta and
                  not ws-modo-bolao      and not ws-modo-encerramento and
                  not ws-modo-historico  and not ws-modo-informe and
                  not ws-modo-noturno    and not ws-modo-verificacao and
                  not ws-modo-desfazer
                   move "Opcao invalida; escolha uma das letras do menu."
                     to ws-msg-tela
               end-if


      *>------------------------------------------------------------------------
      *>  Classifica a faixa de premio da aposta corrente a partir de
      *>  ws-qtd-acertos; o valor so e conhecido no rateio, depois de
      *>  conferidas todas as apostas do concurso (2330-apura-rateio)
      *>------------------------------------------------------------------------
       2310-classifica-premio section.

           move spaces to ws-faixa-premio
           move zero   to ws-premio-aposta
           move zero   to ws-idx-faixa

           if ws-qtd-acertos = 6
               move 1 to ws-idx-faixa
           end-if
           if ws-qtd-acertos = 5
               move 2 to ws-idx-faixa
           end-if
           if ws-qtd-acertos = 4
               move 3 to ws-idx-faixa
           end-if

           if ws-idx-faixa > 0
               move ws-nome-faixa(ws-idx-faixa) to ws-faixa-premio
           end-if

           .
       2310-classifica-premio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda a aposta premiada corrente na tabela de premiados, com o
      *>  que o pagamento precisa para refazer a aposta depois do rateio,
      *>  e conta o ganhador na faixa; ws-origem-historico ja traz a
      *>  origem da aposta ("L", "O", "R" ou "T")
      *>------------------------------------------------------------------------
       2312-guarda-premiado section.

           if ws-qtd-premiados >= 2000
               display "Atencao: tabela de premiados cheia (2000);"
                       " aposta do apostador " ws-apostador-corrente
                       " fora do rateio."
           else
               add 1 to ws-qtd-premiados

               move ws-origem-historico
                 to ws-pmd-origem(ws-qtd-premiados)
               move ws-apostador-corrente
                 to ws-pmd-apostador(ws-qtd-premiados)
               move ws-aposta-bolao
                 to ws-pmd-bolao(ws-qtd-premiados)
               move ws-numeros-aposta
                 to ws-pmd-numeros(ws-qtd-premiados)
               move numeros-sorteados
                 to ws-pmd-sorteados(ws-qtd-premiados)
               move ws-contador
                 to ws-pmd-contador(ws-qtd-premiados)
               move ws-qtd-acertos
                 to ws-pmd-qtd-acertos(ws-qtd-premiados)
               move ws-idx-faixa
                 to ws-pmd-idx-faixa(ws-qtd-premiados)
               move ws-seq-aposta
                 to ws-pmd-sequencia(ws-qtd-premiados)
               move ws-bilhete-corrente
                 to ws-pmd-bilhete(ws-qtd-premiados)

      *>        posicao da aposta no extrato do lote, para o premio ser
      *>        lancado la depois do rateio (zero fora do lote ou com a
      *>        tabela do extrato cheia)
               if ws-origem-historico = "L" and
                  not ws-extrato-esta-cheio
                   move ws-qtd-extrato
                     to ws-pmd-idx-extrato(ws-qtd-premiados)
               else
                   move zero
                     to ws-pmd-idx-extrato(ws-qtd-premiados)
               end-if

               add 1 to ws-rat-qtd-ganhadores(ws-idx-faixa)
           end-if

           .
       2312-guarda-premiado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Retem o imposto do premio bruto ws-premio-aposta e credita o
      *>  liquido na conta de ws-apostador-corrente; quem ainda nao tem
      *>  conta ganha uma zerada para receber o credito. Deixa o imposto e
      *>  o liquido apurados para o detalhe de ganhador
      *>------------------------------------------------------------------------
       2315-credita-premio section.

           perform 2318-calcula-imposto

           add ws-valor-ir to ws-total-ir-retido

           if ws-apostador-corrente > 0
               move ws-apostador-corrente to ws-apostador-busca
               perform 1925-localiza-saldo

               end-if

               if ws-saldo-foi-achado
                   add ws-valor-liquido
                     to ws-sal-saldo(ws-idx-sal-achado)

      *>            ws-mov-tipo vem de quem chama: PR premio, PB parte
      *>            de bolao
                   move "C"                  to ws-mov-natureza
                   move ws-valor-liquido     to ws-mov-valor
                   move ws-concurso-corrente to ws-mov-concurso
                   move ws-seq-ganhador      to ws-mov-sequencia
                   perform 1935-grava-movimento
               end-if
           end-if

           .
       2315-credita-premio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura o imposto retido e o liquido do premio bruto
      *>  ws-premio-aposta: acima do limite de isencao, a aliquota vigente
      *>  incide sobre o premio todo
      *>------------------------------------------------------------------------
       2318-calcula-imposto section.

           if ws-premio-aposta > ws-limite-isencao-ir
               compute ws-valor-ir rounded =
                   ws-premio-aposta * ws-aliquota-ir / 100
           else
               move zero to ws-valor-ir
           end-if

           compute ws-valor-liquido = ws-premio-aposta - ws-valor-ir

           .
       2318-calcula-imposto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rateia o premio da aposta de bolao pelas quotas dos membros: cada
      *>  membro recebe a sua parte direto na conta e ganha um detalhe
      *>  proprio em GANHADORES.TXT; o ultimo membro leva a sobra do
      *>  arredondamento para o rateio fechar com o premio. Bolao sem
      *>  quotas recebe o premio na conta do grupo
      *>------------------------------------------------------------------------
       2320-distribui-premio-bolao section.


           if ws-qtd-quotas-bolao = 0
               display "Bolao " ws-bolao-corrente " sem quotas;"
                       " premio creditado na conta do grupo."
               move ws-bolao-corrente to ws-apostador-corrente
               move "PB"              to ws-mov-tipo
               perform 2315-credita-premio
           else
               move ws-premio-aposta to ws-premio-bolao
               move zero             to ws-premio-distribuido
                       add ws-premio-quota
                         to ws-bol-premio-acum(ws-idx-bol2)

      *>                credito da parte na conta do membro e um detalhe
      *>                de ganhador por membro, cada um com sequencia
      *>                propria para a chave nao repetir
      *>                o imposto e apurado sobre a parte do membro
                       add 1 to ws-seq-aposta
                       move ws-seq-aposta to ws-seq-ganhador

                       move ws-bol-apostador(ws-idx-bol2)
                         to ws-apostador-corrente
                       move ws-premio-quota to ws-premio-aposta
                       move "PB"            to ws-mov-tipo
                       perform 2315-credita-premio
                       add ws-valor-ir
                         to ws-bol-ir-acum(ws-idx-bol2)

                       perform 2450-grava-ganhador
                   end-if
               end-perform

               move ws-premio-bolao to ws-premio-aposta
           end-if

           move ws-bolao-corrente to ws-apostador-corrente

           .
       2320-distribui-premio-bolao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Prepara o rateio de uma conferencia: sem premiados guardados,
      *>  faixas zeradas e arrecadacao do concurso zerada
      *>------------------------------------------------------------------------
       2325-inicia-rateio section.

           move zero to ws-qtd-premiados
           move zero to ws-tabela-rateio
           move zero to ws-arrecadacao-rateio

           .
       2325-inicia-rateio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura o premio de cada faixa do concurso ws-concurso-corrente:
      *>  acumulado do concurso anterior mais o percentual da arrecadacao
      *>  (ou o valor fixo, sem percentual na tabela de premios), dividido
      *>  igualmente entre os ganhadores da faixa. A sobra da divisao e a
      *>  faixa sem ganhador acumulam para o concurso seguinte
      *>------------------------------------------------------------------------
       2330-apura-rateio section.

           perform 2335-localiza-acumulado

           perform varying ws-idx-faixa from 1 by 1
                   until ws-idx-faixa > 3
               if ws-perc-faixa-vig(ws-idx-faixa) > 0
                   compute ws-rat-valor-faixa(ws-idx-faixa) =
                       ws-rat-acumulado-anterior(ws-idx-faixa) +
                       ws-arrecadacao-rateio *
                       ws-perc-faixa-vig(ws-idx-faixa) / 100
               else
                   compute ws-rat-valor-faixa(ws-idx-faixa) =
                       ws-rat-acumulado-anterior(ws-idx-faixa) +
                       ws-valor-faixa-vig(ws-idx-faixa)
               end-if

               if ws-rat-qtd-ganhadores(ws-idx-faixa) > 0
      *>            valor por ganhador truncado: a sobra dos centavos
      *>            fica no acumulado e o rateio nunca paga mais que o
      *>            premio da faixa
                   compute ws-rat-valor-ganhador(ws-idx-faixa) =
                       ws-rat-valor-faixa(ws-idx-faixa) /
                       ws-rat-qtd-ganhadores(ws-idx-faixa)
                   compute ws-rat-acumulado-proximo(ws-idx-faixa) =
                       ws-rat-valor-faixa(ws-idx-faixa) -
                       ws-rat-valor-ganhador(ws-idx-faixa) *
                       ws-rat-qtd-ganhadores(ws-idx-faixa)
               else
                   move zero
                     to ws-rat-valor-ganhador(ws-idx-faixa)
                   move ws-rat-valor-faixa(ws-idx-faixa)
                     to ws-rat-acumulado-proximo(ws-idx-faixa)
               end-if
           end-perform

           .
       2330-apura-rateio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca em ACUMULADO.TXT o que acumulou para o concurso corrente: o
      *>  registro do concurso imediatamente anterior (o mais recente, se
      *>  ele foi reconferido); sem esse registro nao ha acumulado. Lote
      *>  simulado (concurso 0000) nao acumula e parte sempre do zero
      *>------------------------------------------------------------------------
       2335-localiza-acumulado section.

           move zero to ws-concurso-acumulado

           perform varying ws-idx-faixa from 1 by 1
                   until ws-idx-faixa > 3
               move zero to ws-rat-acumulado-anterior(ws-idx-faixa)
           end-perform

           if ws-concurso-corrente > 0
               compute ws-concurso-anterior = ws-concurso-corrente - 1

               open input acumulado-master

               if ws-status-acumulado = "00"
                   move "N" to ws-fim-acumulado

                   perform until ws-fim-arquivo-acumulado
                       read acumulado-master
                           at end
                               move "S" to ws-fim-acumulado
                           not at end
                               if ac-concurso = ws-concurso-anterior
                                   move ac-concurso
                                     to ws-concurso-acumulado
                                   perform varying ws-idx-faixa
                                           from 1 by 1
                                           until ws-idx-faixa > 3
                                       move ac-acumulado-proximo
                                            (ws-idx-faixa)
                                         to ws-rat-acumulado-anterior
                                            (ws-idx-faixa)
                                   end-perform
                               end-if
                       end-read
                   end-perform

                   close acumulado-master
               end-if
           end-if

           .
       2335-localiza-acumulado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Paga os premiados guardados na conferencia com o valor apurado no
      *>  rateio da faixa de cada um
      *>------------------------------------------------------------------------
       2340-paga-premiados section.

           if ws-qtd-premiados > 0 and ws-status-relatorio = "00"
               move spaces to ws-relatorio-linha
               string "PREMIADOS - RATEIO DO CONCURSO "
                                                     delimited by size
                      ws-concurso-corrente           delimited by size
                   into ws-relatorio-linha
               write relatorio-saida-registro from ws-relatorio-linha
           end-if

           perform varying ws-idx-pmd from 1 by 1
                   until ws-idx-pmd > ws-qtd-premiados
               perform 2345-paga-premiado
           end-perform

           .
       2340-paga-premiados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Paga o premiado ws-idx-pmd: refaz a aposta corrente a partir da
      *>  tabela, credita a conta (ou rateia pelo bolao), grava o ganhador,
      *>  a linha do relatorio da origem e o historico
      *>------------------------------------------------------------------------
       2345-paga-premiado section.

           move ws-pmd-origem(ws-idx-pmd)      to ws-origem-historico
           move ws-pmd-apostador(ws-idx-pmd)   to ws-apostador-corrente
           move ws-pmd-apostador(ws-idx-pmd)   to ws-bolao-corrente
           move ws-pmd-bolao(ws-idx-pmd)       to ws-aposta-bolao
           move ws-pmd-numeros(ws-idx-pmd)     to ws-numeros-aposta
           move ws-pmd-sorteados(ws-idx-pmd)   to numeros-sorteados
           move ws-pmd-contador(ws-idx-pmd)    to ws-contador
           move ws-pmd-qtd-acertos(ws-idx-pmd) to ws-qtd-acertos
           move ws-pmd-idx-faixa(ws-idx-pmd)   to ws-idx-faixa
           move ws-pmd-bilhete(ws-idx-pmd)     to ws-bilhete-corrente

           move ws-nome-faixa(ws-idx-faixa)    to ws-faixa-premio
           move ws-rat-valor-ganhador(ws-idx-faixa)
             to ws-premio-aposta

           evaluate ws-idx-faixa
               when 1
                   add 1                to ws-qtd-ganh-sena
                   add ws-premio-aposta to ws-total-sena
               when 2
                   add 1                to ws-qtd-ganh-quina
                   add ws-premio-aposta to ws-total-quina
               when 3
                   add 1                to ws-qtd-ganh-quadra
                   add ws-premio-aposta to ws-total-quadra
           end-evaluate
           add ws-premio-aposta to ws-total-geral

           move ws-pmd-sequencia(ws-idx-pmd) to ws-seq-ganhador

           if ws-aposta-e-bolao
               perform 2320-distribui-premio-bolao
           else
               move "PR" to ws-mov-tipo
               perform 2315-credita-premio
               perform 2450-grava-ganhador
           end-if

           if ws-pmd-idx-extrato(ws-idx-pmd) > 0
               move ws-premio-aposta
                 to ws-ext-premio(ws-pmd-idx-extrato(ws-idx-pmd))
               if not ws-aposta-e-bolao
                   move ws-valor-ir
                     to ws-ext-valor-ir(ws-pmd-idx-extrato(ws-idx-pmd))
               end-if
           end-if

           evaluate ws-origem-historico
               when "L"
                   perform 2420-grava-relatorio-lote
               when "T"
                   perform 2717-grava-relatorio-teimosinha
               when "R"
                   perform 2707-grava-relatorio-registrada
               when other
                   move ws-premio-aposta to ws-valor-editado
                   move ws-valor-ir      to ws-ir-editado
                   display "Premio da faixa " ws-faixa-premio ": R$"
                           ws-valor-editado " (IR retido R$"
                           ws-ir-editado ")"
           end-evaluate

           perform 2470-grava-historico

           .
       2345-paga-premiado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o rateio do concurso corrente em RATEIO.TXT (acrescimo):
      *>  por faixa, o acumulado recebido, o premio da faixa, ganhadores,
      *>  valor por ganhador e o que acumula; com concurso, registra o
      *>  rateio em ACUMULADO.TXT para o concurso seguinte
      *>------------------------------------------------------------------------
       2350-grava-rateio section.

           accept ws-log-data from date yyyymmdd

           open extend rateio-saida
           if ws-status-rateio = "35"
               open output rateio-saida
           end-if

           if ws-status-rateio <> "00"
               display "Nao foi possivel abrir RATEIO.TXT."
           else
               move spaces to ws-relatorio-linha
               string   "*** RATEIO DO CONCURSO "     delimited by size
                        ws-concurso-corrente         delimited by size
                        " EXECUCAO:"                 delimited by size
                        ws-numero-execucao           delimited by size
                        " DATA:"                     delimited by size
                        ws-log-data                  delimited by size
                        " ***"                       delimited by size
                   into ws-relatorio-linha
               write rateio-saida-registro from ws-relatorio-linha

               if ws-concurso-corrente = 0
                   move spaces to ws-relatorio-linha
                   move "LOTE SIMULADO: PREMIOS SEM ACUMULO ENTRE EXECUCOES"
                     to ws-relatorio-linha
                   write rateio-saida-registro from ws-relatorio-linha
               end-if

               move ws-arrecadacao-rateio to ws-total-editado
               move spaces to ws-relatorio-linha
               string   "ARRECADACAO DO CONCURSO:R$" delimited by size
                        ws-total-editado             delimited by size
                        " ACUMULADO DO CONCURSO:"    delimited by size
                        ws-concurso-acumulado        delimited by size
                   into ws-relatorio-linha
               write rateio-saida-registro from ws-relatorio-linha

               perform varying ws-idx-faixa from 1 by 1
                       until ws-idx-faixa > 3
                   move ws-rat-acumulado-anterior(ws-idx-faixa)
                     to ws-acumulado-editado
                   move ws-rat-valor-faixa(ws-idx-faixa)
                     to ws-rateio-editado
                   move ws-rat-valor-ganhador(ws-idx-faixa)
                     to ws-valor-editado
                   move ws-rat-acumulado-proximo(ws-idx-faixa)
                     to ws-total-editado

                   move spaces to ws-relatorio-linha
                   string ws-nome-faixa(ws-idx-faixa) delimited by size
                          " ACUMULADO RECEBIDO:R$"    delimited by size
                          ws-acumulado-editado        delimited by size
                          " PREMIO DA FAIXA:R$"       delimited by size
                          ws-rateio-editado           delimited by size
                          " GANHADORES:"              delimited by size
                          ws-rat-qtd-ganhadores(ws-idx-faixa)
                                                      delimited by size
                          " POR GANHADOR:R$"          delimited by size
                          ws-valor-editado            delimited by size
                          " ACUMULA:R$"               delimited by size
                          ws-total-editado            delimited by size
                       into ws-relatorio-linha
                   write rateio-saida-registro from ws-relatorio-linha

                   display ws-nome-faixa(ws-idx-faixa) ": premio R$"
                           ws-rateio-editado " ganhadores "
                           ws-rat-qtd-ganhadores(ws-idx-faixa)
                           " por ganhador R$" ws-valor-editado
                           " acumula R$" ws-total-editado
               end-perform

               close rateio-saida
           end-if

      *>    o lote simulado nao tem concurso e nao entra no acumulado
           if ws-concurso-corrente > 0
               open extend acumulado-master
               if ws-status-acumulado = "35"
                   open output acumulado-master
               end-if

               if ws-status-acumulado <> "00"
                   display "Nao foi possivel abrir ACUMULADO.TXT;"
                           " acumulado do concurso nao gravado."
               else
                   move ws-concurso-corrente  to ac-concurso
                   move ws-numero-execucao    to ac-execucao
                   move ws-log-data           to ac-data
                   move ws-arrecadacao-rateio to ac-arrecadacao
                   move ws-tabela-rateio      to ac-rateio
                   write acumulado-master-registro
                   close acumulado-master
               end-if
           end-if

           .
       2350-grava-rateio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento em lote: uma aposta por registro de APOSTAS.TXT
      *>
      *>  Nota: o checkpoint/restart (CHECKPOINT.TXT) so se aplica a um
      *>  sorteio individual continuo (modo Individual). Em lote a unidade
      *>  de progresso e o registro/ticket, que nao e persistido em
      *>  CHECKPOINT.TXT, entao ws-contador de cada ticket sempre comeca
      *>  do zero aqui, mesmo que 1500-carrega-checkpoint tenha restaurado
      *>  uma tentativa de uma execucao anterior - essa tentativa nao
      *>  corresponde a nenhum ticket especifico deste arquivo.
      *>------------------------------------------------------------------------
       2400-processamento-lote section.

           perform 2405-valida-controle-apostas

           if ws-controle-apostas-ok

               open input apostas-entrada

               perform 2407-abre-relatorio

               if ws-status-relatorio <> "00"
                   display "Nao foi possivel abrir RELATORIO.TXT."
                   close apostas-entrada
               else

                   perform 2408-abre-rejeitadas
                   perform 2409-abre-registradas

      *>            lote simulado nao tem concurso: vale o registro de
      *>            valores padrao (concurso 0000) da tabela de premios
                   move zero to ws-concurso-busca
                   perform 1810-seleciona-premios

                   perform 2402-apura-preco-lote

                   move zero     to ws-concurso-corrente
                   move zero     to ws-seq-aposta
                   move "LOTE"   to ws-gh-identificacao
                   perform 2440-abre-ganhadores

                   perform 2325-inicia-rateio

                   move zero to ws-qtd-lidos
                   move zero to ws-qtd-validos
                   move zero to ws-qtd-rejeitados
                   move zero to ws-qtd-gravados
                   move zero to ws-qtd-extrato
                   move "N"  to ws-extrato-cheio

                   move zero to ws-qtd-registradas
                   move zero to ws-total-registradas
                   move zero to ws-concurso-validado

      *>            limites de jogo: gasto do dia e do mes ate aqui, pelo
      *>            diario; as apostas por concurso sao contadas na troca
      *>            de concurso
                   move zero to ws-concurso-limites
                   perform 1940-apura-gastos

                   move "N" to ws-fim-aposta-entrada

                   perform 2410-le-aposta-lote

                   perform until ws-fim-arquivo-apostas

                       if aer-tipo = "T"
      *>                    o trailer encerra o lote: registros alem dele
      *>                    nao passaram pela validacao de controle
                           move "S" to ws-fim-aposta-entrada
                       else
                           if aer-tipo = "D"
                               perform 2415-processa-aposta-lote
                           end-if

                           perform 2410-le-aposta-lote
                       end-if

                   end-perform

      *>            com todas as apostas conferidas, rateia o premio de
      *>            cada faixa e paga os premiados do lote
                   perform 2330-apura-rateio
                   perform 2340-paga-premiados
                   perform 2350-grava-rateio

                   perform 2460-fecha-ganhadores

                   perform 2430-sumario-financeiro

                   perform 2432-gera-arrecadacao

                   perform 2435-trailer-relatorio


                   if ws-rejeitadas-esta-aberto
                       close rejeitadas-saida
                       move "N" to ws-rejeitadas-aberto
                   end-if

                   if ws-registradas-esta-aberto
                       close registradas-master
                       move "N" to ws-registradas-aberto
                   end-if

                   perform 1930-grava-saldos

                       move aeh-origem to ws-origem-lote

      *>                concurso do header vale para os detalhes sem
      *>                concurso proprio; 0000 (ou ausente) e lote simulado
                       if aeh-concurso numeric
                           move aeh-concurso to ws-concurso-lote
                       else
                           move zero         to ws-concurso-lote
                       end-if

      *>                a data do header e a data de recebimento das
      *>                apostas, comparada com a data do sorteio
                       if aeh-data numeric and aeh-data > 0
                           move aeh-data to ws-data-aposta-lote
                       else
                           accept ws-data-aposta-lote from date yyyymmdd
                       end-if

                       if ws-concurso-lote > 0
                           display "Apostas para o concurso "
                                   ws-concurso-lote
                       end-if

                       perform until ws-fim-arquivo-apostas
                                  or ws-trailer-apostas-achado
                           perform 2410-le-aposta-lote
      *>------------------------------------------------------------------------
      *>  Abre o arquivo de rejeitadas (REJEITADAS.TXT), que recebe os
      *>  detalhes recusados no layout de APOSTAS.TXT para acerto e
      *>  reapresentacao, em modo de acrescimo: as recusas de cada
      *>  execucao (lote e teimosinhas do mesmo ciclo) ficam depois de um
      *>  header "H" com a data e a origem EXEC + numero da execucao
      *>------------------------------------------------------------------------
       2408-abre-rejeitadas section.

           move "N" to ws-rejeitadas-aberto

           open extend rejeitadas-saida
           if ws-status-rejeitadas = "35"
               open output rejeitadas-saida
           end-if

           if ws-status-rejeitadas <> "00"
               display "Nao foi possivel abrir REJEITADAS.TXT;"
                       " rejeitadas somente no relatorio."
           else
               move "S" to ws-rejeitadas-aberto

               if not ws-rejeitadas-tem-cabecalho
                   move "S" to ws-rejeitadas-cabecalho

                   accept ws-log-data from date yyyymmdd

                   move spaces to rejeitada-saida-registro
                   string   "H"                      delimited by size
                            ws-log-data              delimited by size
                            "EXEC"                   delimited by size
                            ws-numero-execucao       delimited by size
                       into rejeitada-saida-registro
                   write rejeitada-saida-registro
               end-if
           end-if

           .
       2408-abre-rejeitadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre REGISTRADAS.TXT em modo de acrescimo: as apostas aceitas para
      *>  um concurso ficam guardadas ate a conferencia oficial dele
      *>------------------------------------------------------------------------
       2409-abre-registradas section.

           move "N" to ws-registradas-aberto

           open extend registradas-master
           if ws-status-registradas = "35"
               open output registradas-master
           end-if

           if ws-status-registradas <> "00"
               display "Nao foi possivel abrir REGISTRADAS.TXT;"
                       " apostas para concurso serao rejeitadas."
           else
               move "S" to ws-registradas-aberto
           end-if

           .
       2409-abre-registradas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processa um detalhe "D" de APOSTAS.TXT: valida, sorteia/confere,
      *>  grava relatorio, ganhadores e rejeitadas, e conta a conciliacao

               perform 2426-grava-relatorio-apostador

               move "01" to ws-motivo-codigo
               perform 2429-grava-rejeitada
           else
               perform 2020-valida-aposta

      *>        aposta para concurso: o concurso tem de estar aberto e a
      *>        aposta chegar ate a data do sorteio
               move spaces to ws-motivo-codigo
               if ws-aposta-esta-valida
                   perform 2411-valida-concurso-aposta
               end-if

      *>        autoexclusao e limites de jogo do apostador (ou de cada
      *>        membro, na aposta de bolao)
               if ws-aposta-esta-valida and ws-motivo-codigo = spaces
                   perform 2416-verifica-limites
               end-if

      *>        sem bilhete livre na execucao a aposta nao e debitada
               if ws-aposta-esta-valida and ws-motivo-codigo = spaces and
                  ws-bilhetes-esgotados
                   move "13" to ws-motivo-codigo
                   perform 2486-recusa-bilhete
               end-if

               if not ws-aposta-esta-valida
                   add 1 to ws-qtd-rejeitados

                   perform 2425-grava-relatorio-invalida

                   move "02" to ws-motivo-codigo
                   perform 2429-grava-rejeitada
               else
                   if ws-motivo-codigo not = spaces
                       add 1 to ws-qtd-rejeitados

                       perform 2424-grava-relatorio-rejeicao
                       perform 2429-grava-rejeitada
                   else
                       perform 1925-localiza-saldo

      *>                a aposta so entra se a conta do apostador cobre o
      *>                preco; sem conta ou sem saldo o detalhe vai para
      *>                as rejeitadas
                       if not ws-saldo-foi-achado or
                          ws-sal-saldo(ws-idx-sal-achado) <
                          ws-valor-aposta-lote
                           add 1 to ws-qtd-rejeitados

                           perform 2427-grava-relatorio-sem-saldo

                           move "03" to ws-motivo-codigo
                           perform 2429-grava-rejeitada
                       else
                           add 1 to ws-qtd-validos
                           add 1 to ws-qtd-apostas-cobradas
                           add ws-valor-aposta-lote to ws-total-arrecadado

                           subtract ws-valor-aposta-lote
                               from ws-sal-saldo(ws-idx-sal-achado)

                           move "AP"                 to ws-mov-tipo
                           move "D"                  to ws-mov-natureza
                           move ws-valor-aposta-lote to ws-mov-valor
                           move ws-concurso-aposta   to ws-mov-concurso
                           move ws-seq-aposta        to ws-mov-sequencia
                           perform 1935-grava-movimento

                           perform 2414-acumula-limites

                           if ws-concurso-aposta > 0
                               perform 2412-registra-aposta
                           else
                               perform 2413-confere-aposta-simulada
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           exit.

      *>------------------------------------------------------------------------
      *>  Apura o concurso da aposta corrente (o do detalhe ou, sem ele, o
      *>  do header) e, para aposta de concurso, confere no cadastro de
      *>  resultados se o concurso esta aberto e se a aposta chegou ate a
      *>  data do sorteio; a recusa sai em ws-motivo-codigo
      *>------------------------------------------------------------------------
       2411-valida-concurso-aposta section.

           move spaces to ws-motivo-codigo

           if aer-concurso numeric and aer-concurso > 0
               move aer-concurso     to ws-concurso-aposta
           else
               move ws-concurso-lote to ws-concurso-aposta
           end-if

           if ws-concurso-aposta > 0
      *>        o lote costuma trazer um concurso so: a leitura do
      *>        cadastro e feita uma vez por troca de concurso
               if ws-concurso-aposta not = ws-concurso-validado
                   move ws-concurso-aposta  to ws-concurso-validado
                   move ws-concurso-aposta  to ws-concurso-busca
                   perform 1760-localiza-resultado
                   move ws-resultado-achado to ws-concurso-aposta-achado
                   move ws-rc-situacao      to ws-situacao-concurso-aposta
                   move ws-rc-data          to ws-data-limite-aposta
               end-if

               evaluate true
                   when not ws-concurso-aposta-foi-achado
                       move "04" to ws-motivo-codigo
                   when not ws-concurso-aposta-aberto
                       move "05" to ws-motivo-codigo
                   when ws-data-aposta-lote > ws-data-limite-aposta
                       move "06" to ws-motivo-codigo
                   when not ws-registradas-esta-aberto
                       move "08" to ws-motivo-codigo
               end-evaluate
           end-if

           .
       2411-valida-concurso-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda a aposta aceita (ja debitada) em REGISTRADAS.TXT como
      *>  pendente do concurso, para a conferencia oficial dele
      *>------------------------------------------------------------------------
       2412-registra-aposta section.

           move ws-concurso-aposta    to ws-concurso-comprovante
           move ws-valor-aposta-lote  to ws-valor-comprovante
           perform 2484-origem-comprovante-lote
           perform 2480-emite-comprovante

           move ws-concurso-aposta    to rg-concurso
           move ws-apostador-corrente to rg-apostador
           move ws-aposta-bolao       to rg-bolao
           move ws-numero1            to rg-numero1
           move ws-numero2            to rg-numero2
           move ws-numero3            to rg-numero3
           move ws-numero4            to rg-numero4
           move ws-numero5            to rg-numero5
           move ws-numero6            to rg-numero6
           move ws-valor-aposta-lote  to rg-valor
           move ws-data-aposta-lote   to rg-data
           move ws-numero-execucao    to rg-execucao
           move ws-seq-aposta         to rg-sequencia
           move "P"                   to rg-situacao
           move ws-bilhete-corrente   to rg-bilhete
           move ws-verificador-corrente to rg-verificador

           write registrada-registro

           add 1 to ws-qtd-registradas
           add ws-valor-aposta-lote to ws-total-registradas

           move spaces to ws-faixa-premio
           move zero   to ws-premio-aposta
           perform 2428-guarda-resultado-extrato

           move ws-valor-aposta-lote to ws-preco-editado

           move spaces to ws-relatorio-linha
           string   "APOSTA REGISTRADA CONCURSO:"    delimited by size
                    ws-concurso-aposta               delimited by size
                    " APOSTADOR:"                    delimited by size
                    ws-apostador-corrente            delimited by size
                    " APOSTA:"                       delimited by size
                    ws-numero1                       delimited by size
                    "-"                               delimited by size
                    ws-numero2                       delimited by size
                    ws-numero5                       delimited by size
                    "-"                               delimited by size
                    ws-numero6                       delimited by size
                    " DEBITO:R$"                     delimited by size
                    ws-preco-editado                 delimited by size
                    " BILHETE:"                      delimited by size
                    ws-bilhete-corrente              delimited by size
               into ws-relatorio-linha

           write relatorio-saida-registro from ws-relatorio-linha
           add 1 to ws-qtd-gravados

           .
       2412-registra-aposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aposta do lote simulado (sem concurso): sorteia, confere e guarda
      *>  a premiada para o rateio do fim do lote
      *>------------------------------------------------------------------------
       2413-confere-aposta-simulada section.

           add ws-valor-aposta-lote to ws-arrecadacao-rateio

           move zero                 to ws-concurso-comprovante
           move ws-valor-aposta-lote to ws-valor-comprovante
           perform 2484-origem-comprovante-lote
           perform 2480-emite-comprovante

           move zero to ws-contador
           move zero to ws-aposta

           perform 2100-geranum
           perform 2310-classifica-premio
           perform 2428-guarda-resultado-extrato

           move "L" to ws-origem-historico

      *>    aposta premiada espera o rateio do fim do lote para ter
      *>    relatorio, ganhador e historico
           if ws-faixa-premio not = spaces
               perform 2312-guarda-premiado
           else
               perform 2420-grava-relatorio-lote
               perform 2470-grava-historico
           end-if

           .
       2413-confere-aposta-simulada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a aposta corrente do lote contra a autoexclusao e os
      *>  limites de jogo: do apostador ou, na aposta de bolao, de cada
      *>  membro pela parte das quotas dele; a recusa sai em
      *>  ws-motivo-codigo
      *>------------------------------------------------------------------------
       2416-verifica-limites section.

           move "N" to ws-limite-por-concurso

           if ws-concurso-aposta > 0
               move "S" to ws-limite-por-concurso

               if ws-concurso-aposta not = ws-concurso-limites
                   move ws-concurso-aposta to ws-concurso-limites
                   perform 2417-conta-apostas-concurso
               end-if
           end-if

           if ws-aposta-e-bolao
               move "B"               to ws-origem-limite
               move ws-bolao-corrente to ws-bolao-busca
               perform 1978-totaliza-bolao

               if ws-qtd-quotas-bolao > 0
                   perform varying ws-idx-bol2 from 1 by 1
                           until ws-idx-bol2 > ws-qtd-boloes
                              or ws-motivo-codigo not = spaces
                       if ws-bol-codigo(ws-idx-bol2) = ws-bolao-corrente
                           compute ws-valor-limite rounded =
                               ws-valor-aposta-lote *
                               ws-bol-quotas(ws-idx-bol2) /
                               ws-qtd-quotas-bolao

                           move ws-bol-apostador(ws-idx-bol2)
                             to ws-apostador-busca
                           perform 1910-localiza-apostador

                           if ws-apostador-foi-achado
                               move ws-idx-apd-achado
                                 to ws-idx-apd-limite
                               perform 2418-confere-limite-apostador
                           end-if
                       end-if
                   end-perform
               end-if
           else
               move "L"                   to ws-origem-limite
               move ws-valor-aposta-lote  to ws-valor-limite
               move ws-apostador-corrente to ws-apostador-busca
               perform 1910-localiza-apostador

               if ws-apostador-foi-achado
                   move ws-idx-apd-achado to ws-idx-apd-limite
                   perform 2418-confere-limite-apostador
               end-if
           end-if

           move ws-apostador-corrente to ws-apostador-busca

           .
       2416-verifica-limites-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma a aposta aceita (ja debitada) no gasto do dia e do mes e nas
      *>  apostas do concurso do apostador, ou de cada membro do bolao
      *>------------------------------------------------------------------------
       2414-acumula-limites section.

           if ws-aposta-e-bolao
               move ws-bolao-corrente to ws-bolao-busca
               perform 1978-totaliza-bolao

               if ws-qtd-quotas-bolao > 0
                   perform varying ws-idx-bol2 from 1 by 1
                           until ws-idx-bol2 > ws-qtd-boloes
                       if ws-bol-codigo(ws-idx-bol2) = ws-bolao-corrente
                           compute ws-parte-membro rounded =
                               ws-valor-aposta-lote *
                               ws-bol-quotas(ws-idx-bol2) /
                               ws-qtd-quotas-bolao

                           move ws-bol-apostador(ws-idx-bol2)
                             to ws-apostador-busca
                           perform 1910-localiza-apostador

                           if ws-apostador-foi-achado
                               move ws-idx-apd-achado
                                 to ws-idx-apd-limite
                               perform 2421-soma-aposta-limite
                           end-if
                       end-if
                   end-perform
               end-if
           else
               move ws-valor-aposta-lote  to ws-parte-membro
               move ws-apostador-corrente to ws-apostador-busca
               perform 1910-localiza-apostador

               if ws-apostador-foi-achado
                   move ws-idx-apd-achado to ws-idx-apd-limite
                   perform 2421-soma-aposta-limite
               end-if
           end-if

           move ws-apostador-corrente to ws-apostador-busca

           .
       2414-acumula-limites-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma ws-parte-membro no gasto do apostador ws-idx-apd-limite e,
      *>  na aposta para concurso, uma aposta no concurso corrente
      *>------------------------------------------------------------------------
       2421-soma-aposta-limite section.

           add ws-parte-membro to ws-apd-gasto-dia(ws-idx-apd-limite)
           add ws-parte-membro to ws-apd-gasto-mes(ws-idx-apd-limite)

           if ws-confere-limite-concurso
               add 1 to ws-apd-qtd-concurso(ws-idx-apd-limite)
           end-if

           .
       2421-soma-aposta-limite-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta em REGISTRADAS.TXT as apostas de cada apostador para o
      *>  concurso ws-concurso-limites (aposta de bolao conta para cada
      *>  membro); o arquivo aberto em acrescimo pelo lote e reaberto
      *>------------------------------------------------------------------------
       2417-conta-apostas-concurso section.

           perform varying ws-idx-apd from 1 by 1
                   until ws-idx-apd > ws-qtd-apostadores
               move zero to ws-apd-qtd-concurso(ws-idx-apd)
           end-perform

           move "N" to ws-reabre-registradas
           if ws-registradas-esta-aberto
               close registradas-master
               move "S" to ws-reabre-registradas
           end-if

           open input registradas-master

           if ws-status-registradas = "00"
               move "N" to ws-fim-registradas

               perform until ws-fim-arquivo-registradas
                   read registradas-master
                       at end
                           move "S" to ws-fim-registradas
                       not at end
                           if rg-concurso = ws-concurso-limites
                               perform 2403-conta-registrada
                           end-if
                   end-read
               end-perform

               close registradas-master
           end-if

           if ws-reabrir-registradas
               perform 2409-abre-registradas
           end-if

           .
       2417-conta-apostas-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta a aposta registrada corrente para o apostador dela ou para
      *>  cada membro, quando a aposta e de bolao
      *>------------------------------------------------------------------------
       2403-conta-registrada section.

           if rg-bolao = "S"
               perform varying ws-idx-bol2 from 1 by 1
                       until ws-idx-bol2 > ws-qtd-boloes
                   if ws-bol-codigo(ws-idx-bol2) = rg-apostador
                       move ws-bol-apostador(ws-idx-bol2)
                         to ws-apostador-busca
                       perform 1910-localiza-apostador

                       if ws-apostador-foi-achado
                           add 1 to ws-apd-qtd-concurso(ws-idx-apd-achado)
                       end-if
                   end-if
               end-perform
           else
               move rg-apostador to ws-apostador-busca
               perform 1910-localiza-apostador

               if ws-apostador-foi-achado
                   add 1 to ws-apd-qtd-concurso(ws-idx-apd-achado)
               end-if
           end-if

           .
       2403-conta-registrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o apostador ws-idx-apd-limite para a aposta de valor
      *>  ws-valor-limite (zero = aposta sem cobranca, so autoexclusao e
      *>  apostas por concurso): autoexclusao em vigor em ws-data-limites,
      *>  gasto do dia, gasto do mes e apostas no concurso; a recusa sai em
      *>  ws-motivo-codigo e fica registrada em LIMITES.TXT
      *>------------------------------------------------------------------------
       2418-confere-limite-apostador section.

           evaluate true
               when ws-apd-exclusao-inicio(ws-idx-apd-limite) > 0 and
                    ws-apd-exclusao-inicio(ws-idx-apd-limite) <=
                    ws-data-limites and
                    (ws-apd-exclusao-fim(ws-idx-apd-limite) = 0 or
                     ws-apd-exclusao-fim(ws-idx-apd-limite) >=
                     ws-data-limites)
                   move "09" to ws-motivo-codigo
               when ws-valor-limite > 0 and
                    ws-apd-limite-diario(ws-idx-apd-limite) > 0 and
                    ws-apd-gasto-dia(ws-idx-apd-limite) +
                    ws-valor-limite >
                    ws-apd-limite-diario(ws-idx-apd-limite)
                   move "10" to ws-motivo-codigo
               when ws-valor-limite > 0 and
                    ws-apd-limite-mensal(ws-idx-apd-limite) > 0 and
                    ws-apd-gasto-mes(ws-idx-apd-limite) +
                    ws-valor-limite >
                    ws-apd-limite-mensal(ws-idx-apd-limite)
                   move "11" to ws-motivo-codigo
               when ws-confere-limite-concurso and
                    ws-apd-limite-concurso(ws-idx-apd-limite) > 0 and
                    ws-apd-qtd-concurso(ws-idx-apd-limite) >=
                    ws-apd-limite-concurso(ws-idx-apd-limite)
                   move "12" to ws-motivo-codigo
           end-evaluate

           if ws-motivo-codigo not = spaces
               add 1 to ws-apd-qtd-barradas(ws-idx-apd-limite)
               perform 2419-grava-limite
           end-if

           .
       2418-confere-limite-apostador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescenta a LIMITES.TXT a aposta barrada do apostador
      *>  ws-idx-apd-limite; o arquivo abre em acrescimo no primeiro
      *>  registro e fecha na finalizacao
      *>------------------------------------------------------------------------
       2419-grava-limite section.

           if not ws-limites-esta-aberto
               open extend limites-log
               if ws-status-limites = "35"
                   open output limites-log
               end-if

               if ws-status-limites <> "00"
                   display "Nao foi possivel abrir LIMITES.TXT;"
                           " aposta barrada so no relatorio."
               else
                   move "S" to ws-limites-aberto
               end-if
           end-if

           if ws-limites-esta-aberto
               accept ws-log-data from date yyyymmdd

               move ws-log-data                       to lm-data
               move ws-numero-execucao                to lm-execucao
               move ws-apd-codigo(ws-idx-apd-limite)  to lm-apostador
               move ws-origem-limite                  to lm-origem
               move ws-motivo-codigo                  to lm-motivo-codigo
               move ws-valor-limite                   to lm-valor

               if ws-confere-limite-concurso
                   move ws-concurso-limites to lm-concurso
               else
                   move zero                to lm-concurso
               end-if

               write limites-log-registro
           end-if

           .
       2419-grava-limite-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Descreve em ws-motivo-descricao o motivo de recusa de
      *>  ws-motivo-codigo
      *>------------------------------------------------------------------------
       2423-descreve-motivo section.

           evaluate ws-motivo-codigo
               when "01"
                   move "APOSTADOR DESCONHECIDO"     to ws-motivo-descricao
               when "02"
                   move "APOSTA INVALIDA"            to ws-motivo-descricao
               when "03"
                   move "SALDO INSUFICIENTE"         to ws-motivo-descricao
               when "04"
                   move "CONCURSO NAO CADASTRADO"    to ws-motivo-descricao
               when "05"
                   move "CONCURSO FECHADO/SORTEADO"  to ws-motivo-descricao
               when "06"
                   move "RECEBIDA APOS O PRAZO"      to ws-motivo-descricao
               when "07"
                   move "TABELA DO SIMULADO CHEIA"   to ws-motivo-descricao
               when "08"
                   move "REGISTRADAS.TXT INDISPONIVEL"
                                                     to ws-motivo-descricao
               when "09"
                   move "APOSTADOR AUTOEXCLUIDO"     to ws-motivo-descricao
               when "10"
                   move "LIMITE DIARIO EXCEDIDO"     to ws-motivo-descricao
               when "11"
                   move "LIMITE MENSAL EXCEDIDO"     to ws-motivo-descricao
               when "12"
                   move "LIMITE DE APOSTAS NO CONCURSO"
                                                     to ws-motivo-descricao
               when "13"
                   move "BILHETES DA EXECUCAO ESGOTADOS"
                                                     to ws-motivo-descricao
               when other
                   move spaces                       to ws-motivo-descricao
           end-evaluate

           .
       2423-descreve-motivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha de rejeicao de uma aposta para concurso recusada
      *>  (concurso nao cadastrado, fechado ou fora do prazo)
      *>------------------------------------------------------------------------
       2424-grava-relatorio-rejeicao section.

           perform 2423-descreve-motivo

           move spaces to ws-relatorio-linha

           string   "APOSTA REJEITADA ("             delimited by size
                    ws-motivo-descricao              delimited by "  "
                    "):"                             delimited by size
                    ws-apostador-corrente            delimited by size
                    " "                              delimited by size
                    ws-numero1                       delimited by size
                    "-"                               delimited by size
                    ws-numero2                       delimited by size
                    ws-numero5                       delimited by size
                    "-"                               delimited by size
                    ws-numero6                       delimited by size
                    " CONCURSO:"                     delimited by size
                    ws-concurso-aposta               delimited by size
               into ws-relatorio-linha

           write relatorio-saida-registro from ws-relatorio-linha
           add 1 to ws-qtd-gravados

           .
       2424-grava-relatorio-rejeicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o detalhe corrente de APOSTAS.TXT em REJEITADAS.TXT com o
      *>  codigo e a descricao do motivo em ws-motivo-codigo
      *>------------------------------------------------------------------------
       2429-grava-rejeitada section.

           if ws-rejeitadas-esta-aberto
               perform 2423-descreve-motivo

               move aposta-entrada-registro to rj-aposta
               move ws-motivo-codigo        to rj-motivo-codigo
               move ws-motivo-descricao     to rj-motivo

               write rejeitada-saida-registro
           end-if

           .
       2429-grava-rejeitada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha de rejeicao de um detalhe com codigo de apostador
      *>  desconhecido (nao cadastrado em APOSTADORES.TXT)
      *>------------------------------------------------------------------------
       2426-grava-relatorio-apostador section.

           move spaces to ws-relatorio-linha

           string   "APOSTA REJEITADA (apostador desconhecido):"
                                                     delimited by size
                    ws-apostador-corrente            delimited by size
                    " "                              delimited by size
                    ws-numero1                       delimited by size
                    "-"                               delimited by size
                    ws-numero2                       delimited by size
           add 1 to ws-qtd-gravados

           .
       2426-grava-relatorio-apostador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha de rejeicao de um detalhe cuja conta do apostador
      *>  nao cobre o preco da aposta (sem conta ou sem saldo)
      *>------------------------------------------------------------------------
       2427-grava-relatorio-sem-saldo section.

           move spaces to ws-relatorio-linha

           string   "APOSTA REJEITADA (sem saldo):"  delimited by size
                    ws-apostador-corrente            delimited by size
                    " "                              delimited by size
                    ws-numero1                       delimited by size
                    "-"                               delimited by size
                    ws-numero2                       delimited by size
                    "-"                               delimited by size
                    ws-numero3                       delimited by size
                    "-"                               delimited by size
                    ws-numero4                       delimited by size
                    "-"                               delimited by size
                    ws-numero5                       delimited by size
                    "-"                               delimited by size
                    ws-numero6                       delimited by size
               into ws-relatorio-linha

           write relatorio-saida-registro from ws-relatorio-linha

           add 1 to ws-qtd-gravados

           .
       2427-grava-relatorio-sem-saldo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o resultado da aposta corrente na tabela do extrato por
      *>  apostador, gravado no final da execucao em lote
      *>------------------------------------------------------------------------
       2428-guarda-resultado-extrato section.

           if ws-qtd-extrato >= 500
               if not ws-extrato-esta-cheio
                   move "S" to ws-extrato-cheio
                   display "Atencao: tabela do extrato cheia (500"
                           " apostas); o extrato ficara incompleto."
               end-if
           else
               add 1 to ws-qtd-extrato

               move ws-apostador-corrente
                 to ws-ext-apostador(ws-qtd-extrato)
               move ws-numero1      to ws-ext-numero1(ws-qtd-extrato)
               move ws-numero2      to ws-ext-numero2(ws-qtd-extrato)
               move ws-numero3      to ws-ext-numero3(ws-qtd-extrato)
               move ws-numero4      to ws-ext-numero4(ws-qtd-extrato)
               move ws-numero5      to ws-ext-numero5(ws-qtd-extrato)
               move ws-numero6      to ws-ext-numero6(ws-qtd-extrato)
               move ws-faixa-premio to ws-ext-faixa(ws-qtd-extrato)
               move ws-premio-aposta to ws-ext-premio(ws-qtd-extrato)
               move ws-valor-aposta-lote
                 to ws-ext-valor-aposta(ws-qtd-extrato)
               move zero to ws-ext-valor-ir(ws-qtd-extrato)
           end-if

           .
       2428-guarda-resultado-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le um registro de aposta do arquivo de entrada em lote
      *>------------------------------------------------------------------------
       2410-le-aposta-lote section.

           read apostas-entrada
               at end
                   move "S" to ws-fim-aposta-entrada
           end-read

           .
       2410-le-aposta-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha do relatorio de lote (RELATORIO.TXT)
      *>------------------------------------------------------------------------
       2420-grava-relatorio-lote section.

           move spaces           to ws-relatorio-linha
           move ws-premio-aposta to ws-valor-editado

           string   "APOSTADOR:"                    delimited by size
                    ws-apostador-corrente            delimited by size
                    " APOSTA:"                       delimited by size
                    ws-numero1                       delimited by size
                    "-"                               delimited by size
                    ws-numero2                       delimited by size
                    "-"                               delimited by size
                    ws-numero3                       delimited by size
                    "-"                               delimited by size
                    ws-numero4                       delimited by size
                    "-"                               delimited by size
                    ws-numero5                       delimited by size
                    "-"                               delimited by size
                    ws-numero6                       delimited by size
                    " SORTEIO:"                      delimited by size
                    ws-sorteado1                     delimited by size
                    "-"                               delimited by size
                    ws-sorteado2                     delimited by size
                    "-"                               delimited by size
                    ws-sorteado3                     delimited by size
                    "-"                               delimited by size
                    ws-sorteado4                     delimited by size
                    "-"                               delimited by size
                    ws-sorteado5                     delimited by size
                    "-"                               delimited by size
                    ws-sorteado6                     delimited by size
                    " TENTATIVAS:"                   delimited by size
                    ws-contador                      delimited by size
                    " FAIXA:"                        delimited by size
                    ws-faixa-premio                  delimited by size
                    " PREMIO:R$"                     delimited by size
                    ws-valor-editado                 delimited by size
               into ws-relatorio-linha

           write relatorio-saida-registro from ws-relatorio-linha

           add 1 to ws-qtd-gravados

           .
       2420-grava-relatorio-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha de rejeicao no relatorio de lote para um registro
      *>  de APOSTAS.TXT fora da faixa ou com numeros repetidos
      *>------------------------------------------------------------------------
       2425-grava-relatorio-invalida section.

           move spaces to ws-relatorio-linha

           string   "APOSTA INVALIDA (fora da faixa ou repetida):"
                                                     delimited by size
                    ws-numero1                       delimited by size
                    "-"                               delimited by size
                    ws-numero2                       delimited by size
                    "-"                               delimited by size
                    ws-numero3                       delimited by size
                    "-"                               delimited by size
                    ws-numero4                       delimited by size
                    "-"                               delimited by size
                    ws-numero5                       delimited by size
                    "-"                               delimited by size
                    ws-numero6                       delimited by size
               into ws-relatorio-linha

           write relatorio-saida-registro from ws-relatorio-linha

           add 1 to ws-qtd-gravados

           .
       2425-grava-relatorio-invalida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o sumario financeiro no final do relatorio de lote:
      *>  ganhadores e total a pagar por faixa, e o total geral da execucao
      *>------------------------------------------------------------------------
       2430-sumario-financeiro section.

           move spaces to ws-relatorio-linha
           write relatorio-saida-registro from ws-relatorio-linha

           move "*** SUMARIO FINANCEIRO DA EXECUCAO ***"
             to ws-relatorio-linha
           write relatorio-saida-registro from ws-relatorio-linha

           move ws-total-sena to ws-total-editado
           move spaces to ws-relatorio-linha
           string   "SENA   - GANHADORES:"            delimited by size
                    ws-qtd-ganh-sena                  delimited by size
                    " TOTAL A PAGAR:R$"               delimited by size
                    ws-total-editado                  delimited by size
               into ws-relatorio-linha
           write relatorio-saida-registro from ws-relatorio-linha

           move ws-total-quina to ws-total-editado
           move spaces to ws-relatorio-linha
           string   "QUINA  - GANHADORES:"            delimited by size
                    ws-qtd-ganh-quina                 delimited by size
                    " TOTAL A PAGAR:R$"               delimited by size
                    ws-total-editado                  delimited by size
               into ws-relatorio-linha
           write relatorio-saida-registro from ws-relatorio-linha

           move ws-total-quadra to ws-total-editado
           move spaces to ws-relatorio-linha
           string   "QUADRA - GANHADORES:"            delimited by size
                    ws-qtd-ganh-quadra                delimited by size
                    " TOTAL A PAGAR:R$"               delimited by size
                    ws-total-editado                  delimited by size
               into ws-relatorio-linha
           write relatorio-saida-registro from ws-relatorio-linha

           move ws-total-geral to ws-total-editado
           move spaces to ws-relatorio-linha
               into ws-relatorio-linha
           write relatorio-saida-registro from ws-relatorio-linha

           move ws-total-ir-retido to ws-total-editado
           move spaces to ws-relatorio-linha
           string   "IR RETIDO SOBRE PREMIOS:R$"      delimited by size
                    ws-total-editado                  delimited by size
               into ws-relatorio-linha
           write relatorio-saida-registro from ws-relatorio-linha

           move ws-total-arrecadado to ws-total-editado
           move spaces to ws-relatorio-linha
           string   "ARRECADADO - APOSTAS:"           delimited by size
               into ws-relatorio-linha
           write relatorio-saida-registro from ws-relatorio-linha

      *>    apostas para concurso entram na arrecadacao do lote, mas o
      *>    premio delas so sai na conferencia oficial do concurso
           if ws-qtd-registradas > 0
               move ws-total-registradas to ws-total-editado
               move spaces to ws-relatorio-linha
               string   "  REGISTRADAS P/ CONCURSO:"  delimited by size
                        ws-qtd-registradas            delimited by size
                        " TOTAL:R$"                   delimited by size
                        ws-total-editado              delimited by size
                   into ws-relatorio-linha
               write relatorio-saida-registro from ws-relatorio-linha
           end-if

           move ws-total-geral to ws-total-editado
           move spaces to ws-relatorio-linha
           string   "PAGO       - TOTAL:R$"           delimited by size
       2439-extrato-do-apostador section.

           move zero to ws-premio-apostador
           move zero to ws-inf-ir-apostador
           move zero to ws-qtd-apostas-apostador

           perform varying ws-idx-ext from 1 by 1
                      ws-apd-codigo(ws-idx-apd)
                       add ws-ext-premio(ws-idx-ext)
                         to ws-premio-apostador
                       add ws-ext-valor-ir(ws-idx-ext)
                         to ws-inf-ir-apostador

                       move ws-ext-premio(ws-idx-ext)
                         to ws-valor-editado
                       move ws-ext-valor-aposta(ws-idx-ext)
                         to ws-preco-editado
                       move ws-ext-valor-ir(ws-idx-ext)
                         to ws-ir-editado

                       move spaces to ws-relatorio-linha
                       string  "  APOSTA:"           delimited by size
                                                     delimited by size
                               " PREMIO:R$"          delimited by size
                               ws-valor-editado      delimited by size
                               " IR RETIDO:R$"       delimited by size
                               ws-ir-editado         delimited by size
                           into ws-relatorio-linha
                       write extrato-saida-registro
                           from ws-relatorio-linha
               end-perform

               move ws-premio-apostador to ws-total-editado
               move ws-inf-ir-apostador to ws-acumulado-editado
               move spaces to ws-relatorio-linha
               string   "  TOTAL DO APOSTADOR: "     delimited by size
                        ws-qtd-apostas-apostador     delimited by size
                        " APOSTAS, PREMIOS R$"       delimited by size
                        ws-total-editado             delimited by size
                        " IR RETIDO R$"              delimited by size
                        ws-acumulado-editado         delimited by size
                   into ws-relatorio-linha
               write extrato-saida-registro from ws-relatorio-linha

                   if ws-bol-codigo(ws-idx-bol2) = ws-bolao-busca
                       move ws-bol-premio-acum(ws-idx-bol2)
                         to ws-valor-editado
                       move ws-bol-ir-acum(ws-idx-bol2)
                         to ws-ir-editado

                       move spaces to ws-relatorio-linha
                       string  "  MEMBRO "           delimited by size
                                                     delimited by size
                               " PARTE:R$"           delimited by size
                               ws-valor-editado      delimited by size
                               " IR RETIDO:R$"       delimited by size
                               ws-ir-editado         delimited by size
                           into ws-relatorio-linha
                       write extrato-saida-registro
                           from ws-relatorio-linha

      *>------------------------------------------------------------------------
      *>  Grava um detalhe de ganhador na interface de pagamento, a partir
      *>  da aposta corrente, da faixa/premio apurados no rateio, do
      *>  imposto e liquido apurados no credito (2315-credita-premio) e da
      *>  sequencia em ws-seq-ganhador
      *>------------------------------------------------------------------------
       2450-grava-ganhador section.

           if ws-ganhadores-esta-aberto
               move ws-concurso-corrente  to ws-gd-concurso
               move ws-seq-ganhador       to ws-gd-sequencia
               move ws-apostador-corrente to ws-gd-apostador
               move ws-numero1            to ws-gd-numero1
               move ws-numero2            to ws-gd-numero2
               move ws-premio-aposta      to ws-gd-valor-premio
               move ws-data-processamento to ws-gd-data-processamento
               move ws-numero-execucao    to ws-gd-execucao
               move ws-valor-ir           to ws-gd-valor-ir
               move ws-valor-liquido      to ws-gd-valor-liquido
               move ws-bilhete-corrente   to ws-gd-bilhete

               write ganhadores-saida-registro from ws-ganhador-detalhe

      *>------------------------------------------------------------------------
      *>  Acrescenta a aposta corrente no historico permanente
      *>  (HISTORICO.TXT), com a origem em ws-origem-historico ("L" lote,
      *>  "O" conferencia oficial, "R" aposta registrada para o concurso,
      *>  "T" teimosinha); o arquivo abre em acrescimo na primeira gravacao
      *>  e fecha na finalizacao
      *>------------------------------------------------------------------------
       2470-grava-historico section.

               move ws-numero6            to hi-numero6
               move ws-faixa-premio       to hi-faixa
               move ws-premio-aposta      to hi-premio
               move ws-bilhete-corrente   to hi-bilhete

               write historico-master-registro
           end-if

           .
       2470-grava-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Emite o bilhete da aposta corrente (execucao + sequencia de
      *>  bilhetes da execucao), calcula o codigo de verificacao e grava o
      *>  comprovante em COMPROVANTES.TXT; o arquivo abre em acrescimo na
      *>  primeira emissao e fecha na finalizacao
      *>------------------------------------------------------------------------
       2480-emite-comprovante section.

           move "S" to ws-bilhete-ok

           add 1 to ws-seq-bilhete
               on size error
                   move "N" to ws-bilhete-ok
                   perform 2486-recusa-bilhete
           end-add

      *>    sequencia esgotada: a aposta fica sem bilhete, nunca com o
      *>    bilhete repetido de outra
           if ws-bilhete-esta-ok
               compute ws-bilhete-corrente =
                   ws-numero-execucao * 100000 + ws-seq-bilhete

               perform 2482-calcula-verificador
           else
               move zero to ws-bilhete-corrente
               move zero to ws-verificador-corrente
           end-if

           if ws-bilhete-esta-ok and not ws-comprovantes-esta-aberto
               open extend comprovantes-master
               if ws-status-comprovantes = "35"
                   open output comprovantes-master
               end-if

               if ws-status-comprovantes <> "00"
                   display "Nao foi possivel abrir COMPROVANTES.TXT;"
                           " comprovante nao gravado."
               else
                   move "S" to ws-comprovantes-aberto
               end-if
           end-if

           if ws-bilhete-esta-ok and ws-comprovantes-esta-aberto
               accept ws-log-data from date yyyymmdd

               move ws-bilhete-corrente     to ws-cp-bilhete
               move ws-verificador-corrente to ws-cp-verificador
               move ws-log-data             to ws-cp-data
               move ws-origem-comprovante   to ws-cp-origem
               move ws-apostador-corrente   to ws-cp-apostador
               move ws-concurso-comprovante to ws-cp-concurso
               move ws-numero1              to ws-cp-numero1
               move ws-numero2              to ws-cp-numero2
               move ws-numero3              to ws-cp-numero3
               move ws-numero4              to ws-cp-numero4
               move ws-numero5              to ws-cp-numero5
               move ws-numero6              to ws-cp-numero6
               move ws-valor-comprovante    to ws-cp-valor
               move ws-numero-execucao      to ws-cp-execucao

               write comprovantes-master-registro
                   from ws-comprovante-linha
           end-if

           .
       2480-emite-comprovante-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Codigo de verificacao de ws-bilhete-corrente com as dezenas em
      *>  ws-numero1..6: soma ponderada por primos, modulo 9973
      *>------------------------------------------------------------------------
       2482-calcula-verificador section.

           compute ws-verificador-base =
               ws-bilhete-corrente * 7 +
               ws-numero1 * 31 + ws-numero2 * 37 +
               ws-numero3 * 41 + ws-numero4 * 43 +
               ws-numero5 * 47 + ws-numero6 * 53 + 4721

           divide ws-verificador-base by 9973
               giving ws-verificador-quociente
               remainder ws-verificador-corrente

           .
       2482-calcula-verificador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Origem do comprovante da aposta do lote: "G" quando o arquivo de
      *>  apostas veio do gerador (surpresinha ou desdobramento), "L" no
      *>  lote comum
      *>------------------------------------------------------------------------
       2484-origem-comprovante-lote section.

           if ws-origem-lote = "GERADOR" or ws-origem-lote = "DESDOBRA"
               move "G" to ws-origem-comprovante
           else
               move "L" to ws-origem-comprovante
           end-if

           .
       2484-origem-comprovante-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Sequencia de bilhetes da execucao esgotada: avisa uma vez e deixa
      *>  o retorno da execucao em 04 (apostas recusadas)
      *>------------------------------------------------------------------------
       2486-recusa-bilhete section.

           if not ws-houve-bilhete-recusado
               move "S" to ws-bilhete-recusado
               display "Atencao: sequencia de bilhetes da execucao "
                       ws-numero-execucao " esgotada (99999);"
                       " as apostas seguintes sao recusadas."
           end-if

           if return-code < 4
               move 4 to return-code
           end-if

           .
       2486-recusa-bilhete-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Final jogo
      *>------------------------------------------------------------------------
       2500-final section.

           if ws-qtd-acertos = 6
               display " PARABENS!!! Voce fez a SENA (6 acertos)! "
           else
               if ws-qtd-acertos = 5
                   display " Voce fez a QUINA (5 acertos)! "
               else
                   if ws-qtd-acertos = 4
                       display " Voce fez a QUADRA (4 acertos)! "
                   else
                       display " Sem premio nesta tentativa ("
                               ws-qtd-acertos " acertos). "
                   end-if
               end-if
           end-if

           .
       2500-final-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibe o total de tentativas do sorteio simulado. So faz sentido
      *>  nos modos com redesenho (individual/lote); o modo "O" confere
      *>  contra um unico resultado publicado e nao tem "tentativas"
      *>------------------------------------------------------------------------
       2510-exibe-tentativas section.

           display "Foram" , ws-contador, "tentativas até acertat o sorteio..."

           .
       2510-exibe-tentativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio de frequencia: quantas vezes cada numero de 1 a 60 saiu
      *>  nos sorteios do lote (alimentado por 2230-atualiza-estatisticas)
      *>------------------------------------------------------------------------
       2600-estatisticas section.

           display " "
           display "   ***************************************   "
           display "   *      Estatistica de frequencia       *   "
           display "   ***************************************   "
           display "Numero   Ocorrencias   Percentual"

           perform varying ws-idx-freq from 1 by 1
                   until ws-idx-freq > ws-jp-max-range

               if ws-total-sorteios > 0
                   compute ws-percentual-freq rounded =
                       (ws-freq-numero(ws-idx-freq) * 100) / ws-total-sorteios
               else
                   move zero to ws-percentual-freq
               end-if

               display ws-idx-freq  "       "
                       ws-freq-numero(ws-idx-freq)  "         "
                       ws-percentual-freq  "%"

           end-perform

           display "Total de sorteios computados: " ws-total-sorteios

           .
       2600-estatisticas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ciclo noturno (modo N): executa sem operador, na ordem, a carga de
      *>  RESULTADO.TXT, a conferencia oficial do concurso novo, o retorno
      *>  de pagamentos, o lote de APOSTAS.TXT e o relatorio de pendentes;
      *>  retoma do passo que falhou no ciclo anterior e devolve o maior
      *>  codigo de retorno dos passos (00, 04 ou 08)
      *>------------------------------------------------------------------------
       2620-ciclo-noturno section.

           display " "
           display "   ***************************************   "
           display "   *           Ciclo noturno             *   "
           display "   ***************************************   "

           move zero to ws-rc-noturno
           move "N"  to ws-noturno-interrompido

           perform 2622-abre-log-noturno
           perform 2624-le-parametros-noturno
           perform 2626-le-controle-noturno

           perform varying ws-passo-noturno from ws-passo-inicial by 1
                   until ws-passo-noturno > 5
                      or ws-noturno-foi-interrompido
               perform 2630-executa-passo
           end-perform

           if not ws-noturno-foi-interrompido
               move "C" to ws-cn-situacao
               move 5   to ws-cn-ultimo-passo
               perform 2627-grava-controle-noturno
           end-if

           move zero   to ws-passo-noturno
           move spaces to ws-msg-passo
           if ws-noturno-foi-interrompido
               string "CICLO INTERROMPIDO NO PASSO "  delimited by size
                      ws-cn-passo-falho               delimited by size
                      " RC:"                          delimited by size
                      ws-rc-noturno                   delimited by size
                      " - REINICIA POR ELE NO PROXIMO CICLO"
                                                      delimited by size
                   into ws-msg-passo
           else
               string "FIM DO CICLO RC:"              delimited by size
                      ws-rc-noturno                   delimited by size
                   into ws-msg-passo
           end-if
           perform 2628-grava-log-noturno

           if ws-noturno-log-esta-aberto
               close noturno-log
               move "N" to ws-noturno-log-aberto
           end-if

      *>    o codigo de retorno do ciclo fica para o agendador
           move ws-rc-noturno to return-code

           .
       2620-ciclo-noturno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre NOTURNO.LOG em modo de acrescimo; sem ele o ciclo segue com
      *>  o log so na tela
      *>------------------------------------------------------------------------
       2622-abre-log-noturno section.

           move "N" to ws-noturno-log-aberto

           open extend noturno-log
           if ws-status-noturno-log = "35"
               open output noturno-log
           end-if

           if ws-status-noturno-log <> "00"
               display "Nao foi possivel abrir NOTURNO.LOG;"
                       " log do ciclo somente na tela."
           else
               move "S" to ws-noturno-log-aberto
           end-if

           .
       2622-abre-log-noturno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le os parametros do ciclo em NOTURNO.TXT; na ausencia do arquivo
      *>  vale o padrao: todos os passos, conferencia dos concursos
      *>  pendentes de liquidacao e sem reconferencia
      *>------------------------------------------------------------------------
       2624-le-parametros-noturno section.

           move zero   to ws-concurso-noturno
           move "N"    to ws-reconfere-noturno
           move spaces to ws-passos-noturno

           open input noturno-parametros

           if ws-status-noturno = "00"
               read noturno-parametros
                   not at end
                       if pn-concurso numeric
                           move pn-concurso to ws-concurso-noturno
                       end-if
                       move pn-reconfere to ws-reconfere-noturno
                       move pn-passos    to ws-passos-noturno
               end-read
               close noturno-parametros
           else
               display "NOTURNO.TXT nao encontrado; ciclo com os"
                       " parametros padrao."
           end-if

      *>    concurso 0000: o passo 02 confere todos os pendentes
           if ws-concurso-noturno = 0
               move "S" to ws-concurso-noturno-auto
           else
               move "N" to ws-concurso-noturno-auto
           end-if

           move zero   to ws-passo-noturno
           move spaces to ws-msg-passo
           string "INICIO DO CICLO - CONCURSO:"       delimited by size
                  ws-concurso-noturno                 delimited by size
                  " RECONFERE:"                       delimited by size
                  ws-reconfere-noturno                delimited by size
                  " PASSOS:"                          delimited by size
                  ws-passos-noturno                   delimited by size
               into ws-msg-passo
           perform 2628-grava-log-noturno

           .
       2624-le-parametros-noturno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le NOTURNOCTL.TXT: ciclo anterior que nao terminou reinicia pelo
      *>  passo seguinte ao ultimo concluido (os passos concluidos ja
      *>  gravaram saldos e ganhadores e nao sao refeitos), com o mesmo
      *>  concurso ja apurado; grava a situacao inicial do ciclo corrente
      *>------------------------------------------------------------------------
       2626-le-controle-noturno section.

           move 1   to ws-passo-inicial
           move "C" to ws-cn-situacao

           open input noturno-controle

           if ws-status-noturno-ctl = "00"
               read noturno-controle into ws-controle-noturno
                   at end
                       move "C" to ws-cn-situacao
               end-read
               close noturno-controle
           end-if

           if not ws-cn-sit-concluido and
              ws-cn-ultimo-passo numeric and ws-cn-ultimo-passo < 5
               compute ws-passo-inicial = ws-cn-ultimo-passo + 1

               if ws-cn-concurso numeric and ws-cn-concurso > 0
                   move ws-cn-concurso to ws-concurso-noturno
               else
                   move zero           to ws-cn-concurso
               end-if

               move zero   to ws-passo-noturno
               move spaces to ws-msg-passo
               string "REINICIO DO CICLO DA EXECUCAO "  delimited by size
                      ws-cn-execucao                    delimited by size
                      " A PARTIR DO PASSO "             delimited by size
                      ws-passo-inicial                  delimited by size
                   into ws-msg-passo
               perform 2628-grava-log-noturno
           else
               move zero to ws-cn-concurso
           end-if

           accept ws-log-data from date yyyymmdd

           move ws-log-data        to ws-cn-data
           move ws-numero-execucao to ws-cn-execucao
           move "E"                to ws-cn-situacao
           move zero               to ws-cn-passo-falho
           move zero               to ws-cn-rc
           compute ws-cn-ultimo-passo = ws-passo-inicial - 1

           perform 2627-grava-controle-noturno

           .
       2626-le-controle-noturno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava NOTURNOCTL.TXT com a situacao corrente do ciclo
      *>------------------------------------------------------------------------
       2627-grava-controle-noturno section.

           open output noturno-controle

           if ws-status-noturno-ctl <> "00"
               display "Nao foi possivel gravar NOTURNOCTL.TXT;"
                       " reinicio do ciclo nao garantido."
           else
               write noturno-controle-registro from ws-controle-noturno
               close noturno-controle
           end-if

           .
       2627-grava-controle-noturno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava em NOTURNO.LOG (e na tela) a linha ws-msg-passo com data,
      *>  hora, execucao e o passo ws-passo-noturno (zero = o ciclo)
      *>------------------------------------------------------------------------
       2628-grava-log-noturno section.

           accept ws-log-data from date yyyymmdd
           accept ws-log-hora from time

           move spaces to ws-log-linha

           if ws-passo-noturno >= 1 and ws-passo-noturno <= 5
               string ws-log-data                     delimited by size
                      " "                             delimited by size
                      ws-log-hora                     delimited by size
                      " EXEC:"                        delimited by size
                      ws-numero-execucao              delimited by size
                      " PASSO:"                       delimited by size
                      ws-passo-noturno                delimited by size
                      " "                             delimited by size
                      ws-nome-passo(ws-passo-noturno) delimited by size
                      " "                             delimited by size
                      ws-msg-passo                    delimited by size
                   into ws-log-linha
           else
               string ws-log-data                     delimited by size
                      " "                             delimited by size
                      ws-log-hora                     delimited by size
                      " EXEC:"                        delimited by size
                      ws-numero-execucao              delimited by size
                      " CICLO    "                    delimited by size
                      "             "                 delimited by size
                      ws-msg-passo                    delimited by size
                   into ws-log-linha
           end-if

           if ws-noturno-log-esta-aberto
               write noturno-log-registro from ws-log-linha
           end-if

           display ws-log-linha(1:130)

           .
       2628-grava-log-noturno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Executa o passo ws-passo-noturno com log de inicio e fim; passo
      *>  com retorno 08 interrompe o ciclo e fica como ponto de reinicio,
      *>  os demais ficam como concluidos em NOTURNOCTL.TXT
      *>------------------------------------------------------------------------
       2630-executa-passo section.

           move zero   to ws-rc-passo
           move spaces to ws-msg-resultado-passo

           if not ws-passo-esta-ativo(ws-passo-noturno)
               move "DESATIVADO EM NOTURNO.TXT" to ws-msg-resultado-passo
           else
               move "INICIO" to ws-msg-passo
               perform 2628-grava-log-noturno

               evaluate ws-passo-noturno
                   when 1
                       perform 2640-passo-carga
                   when 2
                       perform 2645-passo-conferencia
                   when 3
                       perform 2650-passo-retorno
                   when 4
                       perform 2655-passo-lote
                   when 5
                       perform 2660-passo-pendentes
               end-evaluate
           end-if

           if ws-houve-bilhete-recusado
               move "N" to ws-bilhete-recusado
               if ws-rc-passo < 4
                   move 4 to ws-rc-passo
                   move "BILHETES DA EXECUCAO ESGOTADOS; APOSTAS RECUSADAS"
                     to ws-msg-resultado-passo
               end-if
           end-if

           if ws-rc-passo > ws-rc-noturno
               move ws-rc-passo to ws-rc-noturno
           end-if

           move spaces to ws-msg-passo
           string "FIM RC:"                           delimited by size
                  ws-rc-passo                         delimited by size
                  " "                                 delimited by size
                  ws-msg-resultado-passo              delimited by size
               into ws-msg-passo
           perform 2628-grava-log-noturno

           if ws-rc-passo >= 8
               move "S"              to ws-noturno-interrompido
               move "F"              to ws-cn-situacao
               move ws-passo-noturno to ws-cn-passo-falho
               move ws-rc-passo      to ws-cn-rc
           else
               move ws-passo-noturno to ws-cn-ultimo-passo
           end-if

           perform 2627-grava-controle-noturno

           .
       2630-executa-passo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passo 01: carga de RESULTADO.TXT em RESULTADOS.DAT
      *>------------------------------------------------------------------------
       2640-passo-carga section.

           perform 2810-carga-resultados

           evaluate true
               when ws-status-oficial = "35"
                   move 4 to ws-rc-passo
                   move "RESULTADO.TXT AUSENTE; NADA A CARREGAR"
                     to ws-msg-resultado-passo
               when ws-status-oficial <> "00" or
                    ws-status-resultados <> "00"
                   move 8 to ws-rc-passo
                   move "FALHA NA CARGA DE RESULTADOS.DAT"
                     to ws-msg-resultado-passo
               when ws-qtd-carregados = 0 and ws-qtd-substituidos = 0
                   move 4 to ws-rc-passo
                   move "RESULTADO.TXT VAZIO; NADA A CARREGAR"
                     to ws-msg-resultado-passo
               when other
                   string "INCLUIDOS:"                delimited by size
                          ws-qtd-carregados           delimited by size
                          " SUBSTITUIDOS:"            delimited by size
                          ws-qtd-substituidos         delimited by size
                       into ws-msg-resultado-passo

                   move "RESULTADO" to ws-base-entrada-noturno
                   perform 2670-arquiva-entrada-noturno
           end-evaluate

           .
       2640-passo-carga-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passo 02: conferencia oficial do concurso de NOTURNO.TXT ou, com
      *>  concurso 0000, de todos os concursos pendentes de liquidacao, do
      *>  menor para o maior: o acumulado de um concurso so entra no
      *>  rateio do seguinte depois de ele ser conferido
      *>------------------------------------------------------------------------
       2645-passo-conferencia section.

           move zero to ws-qtd-conferidos-noturno
           move zero to ws-concurso-minimo-noturno

           if ws-concurso-noturno = 0
               perform 2647-seleciona-concurso-noturno
           end-if

           if ws-concurso-noturno = 0
               move 4 to ws-rc-passo
               move "NENHUM CONCURSO PENDENTE DE LIQUIDACAO"
                 to ws-msg-resultado-passo
           else
               perform until ws-concurso-noturno = 0 or ws-rc-passo >= 8
                   perform 2646-confere-concurso-noturno

                   if ws-concurso-noturno-automatico and ws-rc-passo < 8
                       move ws-concurso-noturno
                         to ws-concurso-minimo-noturno
                       perform 2647-seleciona-concurso-noturno
                   else
                       move zero to ws-concurso-noturno
                   end-if
               end-perform

               if ws-rc-passo < 8
                   move spaces to ws-msg-resultado-passo
                   string "CONCURSOS CONFERIDOS:"     delimited by size
                          ws-qtd-conferidos-noturno   delimited by size
                       into ws-msg-resultado-passo
               end-if
           end-if

           .
       2645-passo-conferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o concurso ws-concurso-noturno e registra no log o
      *>  resultado da conferencia dele
      *>------------------------------------------------------------------------
       2646-confere-concurso-noturno section.

      *>    o concurso apurado fica no controle: um reinicio confere
      *>    o mesmo concurso
           move ws-concurso-noturno to ws-cn-concurso
           perform 2627-grava-controle-noturno

           perform 2665-zera-acumuladores
           perform 2700-processamento-oficial

           if ws-oficial-foi-encontrado
               add 1 to ws-qtd-conferidos-noturno

               move spaces to ws-msg-passo
               string "CONCURSO:"                     delimited by size
                      ws-concurso-noturno             delimited by size
                      " GANHADORES:"                  delimited by size
                      ws-qtd-ganhadores               delimited by size
                   into ws-msg-passo
               perform 2628-grava-log-noturno
           else
               move 8 to ws-rc-passo
               move spaces to ws-msg-resultado-passo
               string "CONFERENCIA DO CONCURSO "      delimited by size
                      ws-concurso-noturno             delimited by size
                      " NAO REALIZADA"                delimited by size
                   into ws-msg-resultado-passo
           end-if

           .
       2646-confere-concurso-noturno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura em ws-concurso-noturno o menor concurso do cadastro ainda
      *>  pendente de liquidacao acima de ws-concurso-minimo-noturno (zero
      *>  quando nao ha nenhum); o cadastro e lido na ordem do concurso
      *>------------------------------------------------------------------------
       2647-seleciona-concurso-noturno section.

           move zero to ws-concurso-noturno

           open input resultados-master

           if ws-status-resultados = "00"
               move "N" to ws-fim-carga-resultado

               perform until ws-fim-arquivo-resultado
                          or ws-concurso-noturno > 0
                   read resultados-master next
                       at end
                           move "S" to ws-fim-carga-resultado
                       not at end
                           if rm-sit-carregado and
                              rm-concurso > ws-concurso-minimo-noturno
                               move rm-concurso to ws-concurso-noturno
                           end-if
                   end-read
               end-perform

               close resultados-master
           end-if

           .
       2647-seleciona-concurso-noturno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passo 03: processamento de RETORNO.TXT em PAGAMENTOS.TXT
      *>------------------------------------------------------------------------
       2650-passo-retorno section.

           accept ws-data-hoje from date yyyymmdd

           move zero to ws-qtd-conc-retorno
           move zero to ws-tabela-conc-retorno

           perform 2745-carrega-pagamentos
           perform 2750-processa-retorno

           evaluate true
               when ws-status-retorno = "35"
                   move 4 to ws-rc-passo
                   move "RETORNO.TXT AUSENTE; NADA A PROCESSAR"
                     to ws-msg-resultado-passo
               when ws-status-retorno <> "00" or
                    ws-status-pagamentos <> "00"
                   move 8 to ws-rc-passo
                   move "FALHA NO PROCESSAMENTO DE RETORNO.TXT"
                     to ws-msg-resultado-passo
               when ws-qtd-ret-pagos = 0 and ws-qtd-ret-rejeitados = 0
                    and ws-qtd-ret-repetidos = 0
                   move 4 to ws-rc-passo
                   move "RETORNO.TXT VAZIO; NADA A PROCESSAR"
                     to ws-msg-resultado-passo
               when other
                   string "PAGOS:"                    delimited by size
                          ws-qtd-ret-pagos            delimited by size
                          " REJEITADOS:"              delimited by size
                          ws-qtd-ret-rejeitados       delimited by size
                          " REPETIDOS:"               delimited by size
                          ws-qtd-ret-repetidos        delimited by size
                       into ws-msg-resultado-passo

                   move "RETORNO" to ws-base-entrada-noturno
                   perform 2670-arquiva-entrada-noturno
           end-evaluate

           .
       2650-passo-retorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passo 04: processamento em lote de APOSTAS.TXT; o arquivo e
      *>  arquivado e esvaziado depois de processado, para nao ser
      *>  debitado de novo no ciclo seguinte
      *>------------------------------------------------------------------------
       2655-passo-lote section.

           move "N" to ws-apostas-com-dados

           open input apostas-entrada

           if ws-status-apostas = "00"
               read apostas-entrada
                   not at end
                       move "S" to ws-apostas-com-dados
               end-read
               close apostas-entrada
           end-if

           if not ws-apostas-tem-dados
               move 4 to ws-rc-passo
               move "APOSTAS.TXT AUSENTE OU VAZIO; NADA A PROCESSAR"
                 to ws-msg-resultado-passo
           else
               perform 2665-zera-acumuladores
               perform 2400-processamento-lote

               evaluate true
                   when not ws-controle-apostas-ok
                       move 8 to ws-rc-passo
                       move "APOSTAS.TXT RECUSADO NO CONTROLE"
                         to ws-msg-resultado-passo
                   when ws-status-relatorio <> "00"
                       move 8 to ws-rc-passo
                       move "RELATORIO.TXT INDISPONIVEL; LOTE NAO PROCESSADO"
                         to ws-msg-resultado-passo
                   when other
                       string "LIDOS:"                delimited by size
                              ws-qtd-lidos            delimited by size
                              " VALIDOS:"             delimited by size
                              ws-qtd-validos          delimited by size
                              " REJEITADOS:"          delimited by size
                              ws-qtd-rejeitados       delimited by size
                           into ws-msg-resultado-passo

                       move "APOSTAS" to ws-base-entrada-noturno
                       perform 2670-arquiva-entrada-noturno

      *>                lote processado e nao arquivado seria debitado de
      *>                novo no ciclo seguinte: fica o aviso para o operador
                       if not ws-entrada-foi-arquivada
                           move 4 to ws-rc-passo
                           move spaces to ws-msg-resultado-passo
                           string "PROCESSADO MAS NAO ARQUIVADO -"
                                  " RETIRE APOSTAS.TXT"
                                                      delimited by size
                               into ws-msg-resultado-passo
                       end-if
               end-evaluate
           end-if

           .
       2655-passo-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passo 05: relatorio de pagamentos pendentes (PENDENTES.TXT) com
      *>  os ganhadores da noite e lista dos concursos pendentes de
      *>  liquidacao
      *>------------------------------------------------------------------------
       2660-passo-pendentes section.

           accept ws-data-hoje from date yyyymmdd

           move zero to ws-qtd-conc-retorno
           move zero to ws-tabela-conc-retorno

           perform 2745-carrega-pagamentos
           perform 2760-relatorio-pendentes

           evaluate true
               when ws-status-ganhadores = "35"
                   move 4 to ws-rc-passo
                   move "GANHADORES.TXT AUSENTE; NADA A CONFERIR"
                     to ws-msg-resultado-passo
               when ws-status-ganhadores <> "00" or
                    ws-status-pendentes <> "00" or
                    ws-status-pag-rejeitados <> "00"
                   move 8 to ws-rc-passo
                   move "FALHA NA GERACAO DE PENDENTES.TXT"
                     to ws-msg-resultado-passo
               when other
                   string "PAGOS:"                    delimited by size
                          ws-qtd-ganh-pagos           delimited by size
                          " REJEITADOS:"              delimited by size
                          ws-qtd-ganh-rejeitados      delimited by size
                          " PENDENTES:"               delimited by size
                          ws-qtd-ganh-pendentes       delimited by size
                       into ws-msg-resultado-passo
           end-evaluate

           perform 2840-lista-pendentes

           .
       2660-passo-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Zera os acumuladores da execucao antes de um passo que os usa:
      *>  no ciclo noturno varios processamentos rodam na mesma execucao
      *>------------------------------------------------------------------------
       2665-zera-acumuladores section.

           move zero to ws-sumario-financeiro
           move zero to ws-qtd-apostas-cobradas
           move zero to ws-total-arrecadado

           .
       2665-zera-acumuladores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia o arquivo de entrada ws-base-entrada-noturno (.TXT) para a
      *>  copia datada <base>.<data>.<execucao>.TXT e esvazia o original
      *>------------------------------------------------------------------------
       2670-arquiva-entrada-noturno section.

           move "N"  to ws-entrada-arquivada
           move zero to ws-qtd-linhas-arquivadas

           accept ws-log-data from date yyyymmdd

           move spaces to ws-nome-entrada-noturno
           string ws-base-entrada-noturno             delimited by space
                  ".TXT"                              delimited by size
               into ws-nome-entrada-noturno

           move spaces to ws-nome-entrada-arquivada
           string ws-base-entrada-noturno             delimited by space
                  "."                                 delimited by size
                  ws-log-data                         delimited by size
                  "."                                 delimited by size
                  ws-numero-execucao                  delimited by size
                  ".TXT"                              delimited by size
               into ws-nome-entrada-arquivada

           open input entrada-noturno

           if ws-status-entrada-noturno = "00"
               open output entrada-arquivada

               if ws-status-entrada-arquivada <> "00"
                   close entrada-noturno
               else
                   move "N" to ws-fim-entrada-noturno

                   perform until ws-fim-arquivo-entrada-noturno
                       read entrada-noturno
                           at end
                               move "S" to ws-fim-entrada-noturno
                           not at end
                               write entrada-arquivada-registro
                                   from entrada-noturno-registro
                               add 1 to ws-qtd-linhas-arquivadas
                       end-read
                   end-perform

                   close entrada-noturno
                   close entrada-arquivada

                   open output entrada-noturno
                   if ws-status-entrada-noturno = "00"
                       close entrada-noturno
                       move "S" to ws-entrada-arquivada
                   end-if
               end-if
           end-if

           move spaces to ws-msg-passo
           if ws-entrada-foi-arquivada
               string ws-nome-entrada-noturno         delimited by space
                      " ARQUIVADO EM "                delimited by size
                      ws-nome-entrada-arquivada       delimited by space
                      " ("                            delimited by size
                      ws-qtd-linhas-arquivadas        delimited by size
                      " LINHAS)"                      delimited by size
                   into ws-msg-passo
           else
               string "NAO FOI POSSIVEL ARQUIVAR "    delimited by size
                      ws-nome-entrada-noturno         delimited by space
                   into ws-msg-passo
           end-if
           perform 2628-grava-log-noturno

           .
       2670-arquiva-entrada-noturno-exit.
           exit.

      *>------------------------------------------------------------------------

           move "N" to ws-oficial-encontrado

      *>    no ciclo noturno o concurso vem apurado do passo de conferencia
           if ws-modo-noturno
               move ws-concurso-noturno to ws-concurso-busca
           else
               display " "
               display "Conferir contra qual concurso ? "
               accept ws-concurso-busca
           end-if

           perform 1760-localiza-resultado

                       " nao encontrado no cadastro de resultados."
           end-if

      *>    concurso aberto ainda nao tem dezenas: so recebe apostas
           if ws-oficial-foi-encontrado and ws-rc-sit-aberto
               move "N" to ws-oficial-encontrado
               display "Concurso " ws-rc-concurso " aberto, sem"
                       " resultado (sorteio em " ws-rc-data ");"
                       " conferencia cancelada."
           end-if

      *>    o acumulado passa de um concurso ao seguinte: com um anterior
      *>    ainda aberto ou carregado, a conferencia fica para depois dele
           if ws-oficial-foi-encontrado
               perform 2701-verifica-anteriores

               if ws-concurso-pendente > 0
                   move "N" to ws-oficial-encontrado
                   display "Concurso anterior " ws-concurso-pendente
                           " ainda sem liquidacao (situacao "
                           ws-situacao-pendente "); confira os"
                           " concursos em ordem."
                   display "Conferencia cancelada."
               end-if
           end-if

      *>    reconferir um concurso ja liquidado duplica ganhadores e
      *>    baixa a validade das teimosinhas de novo: bloqueia, com
      *>    liberacao explicita do operador
                       " ja liquidado (situacao " ws-rc-situacao ")."
               display "Reconferir duplica ganhadores e baixa as"
                       " teimosinhas novamente."
               if ws-modo-noturno
                   move ws-reconfere-noturno to ws-resposta-reconfere
               else
                   display "Confirma a reconferencia (S/N) ? "
                   accept ws-resposta-reconfere
               end-if

               if not ws-reconfere-autorizado
                   move "N" to ws-oficial-encontrado
               end-if
           end-if

      *>    a conferencia (apostas e rateio) fica registrada numa secao
      *>    propria de RELATORIO.TXT
           if ws-oficial-foi-encontrado
               perform 2407-abre-relatorio

               if ws-status-relatorio <> "00"
                   move "N" to ws-oficial-encontrado
                   display "Nao foi possivel abrir RELATORIO.TXT;"
                           " conferencia cancelada."
               end-if
           end-if

           if ws-oficial-foi-encontrado

               move ws-rc-numero1 to ws-sorteado1
                       ws-sorteado5  " - "
                       ws-sorteado6

      *>        valores de premio do concurso conferido (ws-concurso-busca
      *>        ja contem o concurso escolhido pelo operador)
               perform 1810-seleciona-premios

               move ws-concurso-busca to ws-concurso-corrente
               move zero              to ws-seq-aposta
               move "OFICIAL"         to ws-gh-identificacao
               perform 2440-abre-ganhadores

               perform 2325-inicia-rateio

      *>        a base de apostas do concurso esta em REGISTRADAS.TXT; a
      *>        aposta digitada pelo operador fica opcional
               if ws-modo-noturno
                   move "N" to ws-resposta-aposta-tela
               else
                   display "Conferir tambem uma aposta digitada (S/N) ? "
                   accept ws-resposta-aposta-tela
               end-if

               if ws-confere-aposta-tela
                   perform 2015-le-aposta-tela

                   move zero to ws-contador
                   move zero to ws-aposta

      *>            a aposta do operador nao tem apostador: o credito de
      *>            premio em conta vale so para lote e teimosinhas
                   move zero to ws-apostador-corrente
                   move zero to ws-bilhete-corrente
                   move "N"  to ws-aposta-bolao

                   perform 2300-acertou
                   perform 2310-classifica-premio

                   perform 2500-final

                   move "O" to ws-origem-historico

                   if ws-faixa-premio not = spaces
                       add 1 to ws-seq-aposta
                       perform 2312-guarda-premiado
                   else
                       perform 2470-grava-historico
                   end-if
               end-if

               perform 2705-confere-registradas

      *>        sem as apostas registradas o rateio sairia errado: nada e
      *>        pago nem baixado e o concurso fica carregado (L)
               if ws-registradas-falharam
                   move spaces to ws-relatorio-linha
                   string "CONFERENCIA INTERROMPIDA - CONCURSO "
                                                     delimited by size
                          ws-concurso-busca          delimited by size
                          " PERMANECE PENDENTE"      delimited by size
                       into ws-relatorio-linha
                   write relatorio-saida-registro from ws-relatorio-linha
               else
                   perform 2710-confere-teimosinhas

      *>            conferidas as apostas registradas, a do operador e as
      *>            teimosinhas, rateia o premio de cada faixa entre os
      *>            ganhadores do concurso
                   perform 2330-apura-rateio
                   perform 2340-paga-premiados
                   perform 2350-grava-rateio
               end-if

               close relatorio-saida

               perform 2460-fecha-ganhadores

               if ws-registradas-falharam
                   move "N" to ws-oficial-encontrado
                   move 8   to return-code
                   display "Concurso " ws-concurso-busca " nao liquidado;"
                           " corrija REGISTRADAS.TXT e confira de novo."
               else
                   perform 1930-grava-saldos

      *>            baixa da liquidacao: conferido, ou ganhadores enviados
      *>            quando a conferencia gerou detalhes de pagamento
                   if ws-qtd-ganhadores > 0
                       move "G" to ws-situacao-nova
                   else
                       move "C" to ws-situacao-nova
                   end-if
                   perform 2720-atualiza-situacao
               end-if
           end-if

           .
       2700-processamento-oficial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura no cadastro de resultados, lido na ordem do concurso, o
      *>  primeiro concurso anterior a ws-concurso-busca ainda aberto ou
      *>  carregado; devolve em ws-concurso-pendente (zero quando nao ha)
      *>------------------------------------------------------------------------
       2701-verifica-anteriores section.

           move zero   to ws-concurso-pendente
           move spaces to ws-situacao-pendente

           open input resultados-master

           if ws-status-resultados = "00"
               move "N" to ws-fim-carga-resultado

               perform until ws-fim-arquivo-resultado
                          or ws-concurso-pendente > 0
                   read resultados-master next
                       at end
                           move "S" to ws-fim-carga-resultado
                       not at end
                           if rm-concurso >= ws-concurso-busca
                               move "S" to ws-fim-carga-resultado
                           else
                               if rm-sit-carregado or rm-sit-aberto
                                   move rm-concurso
                                     to ws-concurso-pendente
                                   move rm-situacao
                                     to ws-situacao-pendente
                               end-if
                           end-if
                   end-read
               end-perform

               close resultados-master
           end-if

           .
       2701-verifica-anteriores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere contra o resultado corrente todas as apostas de
      *>  REGISTRADAS.TXT do concurso: o valor delas compoe a arrecadacao do
      *>  rateio, as premiadas ficam para o rateio e as demais tem o
      *>  desfecho gravado; o arquivo e regravado com as apostas do
      *>  concurso marcadas como conferidas
      *>------------------------------------------------------------------------
       2705-confere-registradas section.

           move zero to ws-qtd-reg-conferidas
           move zero to ws-total-registradas
           move "N"  to ws-registradas-falha

           open input registradas-master

           evaluate true
               when ws-status-registradas = "35"
                   display "Sem REGISTRADAS.TXT: nenhuma aposta registrada"
                           " para o concurso."
               when ws-status-registradas <> "00"
                   display "Nao foi possivel abrir REGISTRADAS.TXT (status "
                           ws-status-registradas "); apostas registradas"
                           " nao conferidas."
                   move "S" to ws-registradas-falha
           end-evaluate

           if ws-status-registradas = "00"
               open output registradas-trabalho

               if ws-status-reg-trabalho <> "00"
                   display "Nao foi possivel abrir REGISTRADAS.TMP;"
                           " apostas registradas nao conferidas."
                   move "S" to ws-registradas-falha
                   close registradas-master
               else
                   move spaces to ws-relatorio-linha
                   string "CONFERENCIA DAS APOSTAS REGISTRADAS - CONCURSO "
                                                     delimited by size
                          ws-concurso-busca          delimited by size
                       into ws-relatorio-linha
                   write relatorio-saida-registro from ws-relatorio-linha

                   move "N" to ws-fim-registradas

                   perform until ws-fim-arquivo-registradas
                       read registradas-master
                           at end
                               move "S" to ws-fim-registradas
                           not at end
                               if rg-concurso = ws-concurso-busca
                                   perform 2706-confere-registrada
                                   move "C" to rg-situacao
                               end-if

                               write registrada-trabalho-registro
                                   from registrada-registro
                       end-read
                   end-perform

                   close registradas-master
                   close registradas-trabalho

                   perform 2708-regrava-registradas

                   move ws-total-registradas to ws-total-editado
                   move spaces to ws-relatorio-linha
                   string "APOSTAS REGISTRADAS CONFERIDAS:"
                                                     delimited by size
                          ws-qtd-reg-conferidas      delimited by size
                          " ARRECADACAO:R$"          delimited by size
                          ws-total-editado           delimited by size
                       into ws-relatorio-linha
                   write relatorio-saida-registro from ws-relatorio-linha

                   display "Apostas registradas conferidas: "
                           ws-qtd-reg-conferidas
                           "; desfechos em RELATORIO.TXT."
               end-if
           end-if

           .
       2705-confere-registradas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a aposta registrada corrente com a mesma contagem de
      *>  acertos das demais conferencias
      *>------------------------------------------------------------------------
       2706-confere-registrada section.

           add 1 to ws-qtd-reg-conferidas
           add rg-valor to ws-total-registradas
           add rg-valor to ws-arrecadacao-rateio

           move rg-apostador to ws-apostador-corrente
           move rg-bolao     to ws-aposta-bolao

      *>    registrada antes do bilhete (campo ausente) fica sem bilhete
           if rg-bilhete numeric
               move rg-bilhete to ws-bilhete-corrente
           else
               move zero       to ws-bilhete-corrente
           end-if
           move rg-numero1   to ws-numero1
           move rg-numero2   to ws-numero2
           move rg-numero3   to ws-numero3
           move rg-numero4   to ws-numero4
           move rg-numero5   to ws-numero5
           move rg-numero6   to ws-numero6

           if not ws-aposta-e-bolao
               move "N" to ws-aposta-bolao
           end-if

           move zero to ws-contador

           perform 2305-conta-acertos
           perform 2310-classifica-premio

           move "R" to ws-origem-historico

      *>    registrada premiada espera o rateio do concurso para ter
      *>    relatorio, ganhador e historico
           if ws-faixa-premio not = spaces
               add 1 to ws-seq-aposta
               perform 2312-guarda-premiado
           else
               perform 2707-grava-relatorio-registrada
               perform 2470-grava-historico
           end-if

           .
       2706-confere-registrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava em RELATORIO.TXT a linha de desfecho da aposta registrada
      *>  corrente
      *>------------------------------------------------------------------------
       2707-grava-relatorio-registrada section.

           move ws-premio-aposta to ws-valor-editado

           move spaces to ws-relatorio-linha
           string   "REGISTRADA APOSTADOR:"          delimited by size
                    ws-apostador-corrente            delimited by size
                    " APOSTA:"                       delimited by size
                    ws-numero1                       delimited by size
                    "-"                               delimited by size
                    ws-numero2                       delimited by size
                    "-"                               delimited by size
                    ws-numero3                       delimited by size
                    "-"                               delimited by size
                    ws-numero4                       delimited by size
                    "-"                               delimited by size
                    ws-numero5                       delimited by size
                    "-"                               delimited by size
                    ws-numero6                       delimited by size
                    " ACERTOS:"                      delimited by size
                    ws-qtd-acertos                   delimited by size
                    " FAIXA:"                        delimited by size
                    ws-faixa-premio                  delimited by size
                    " PREMIO:R$"                     delimited by size
                    ws-valor-editado                 delimited by size
               into ws-relatorio-linha
           write relatorio-saida-registro from ws-relatorio-linha

           .
       2707-grava-relatorio-registrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Devolve a REGISTRADAS.TXT o conteudo regravado em REGISTRADAS.TMP;
      *>  REGISTRADAS.TXT so e aberto para gravacao com o TMP ja aberto
      *>------------------------------------------------------------------------
       2708-regrava-registradas section.

           open input registradas-trabalho

           if ws-status-reg-trabalho <> "00"
               display "Nao foi possivel reabrir REGISTRADAS.TMP (status "
                       ws-status-reg-trabalho "); REGISTRADAS.TXT mantido."
               move "S" to ws-registradas-falha
           else
               open output registradas-master

               if ws-status-registradas <> "00"
                   display "Nao foi possivel regravar REGISTRADAS.TXT"
                           " (status " ws-status-registradas ")."
                   move "S" to ws-registradas-falha
               else
                   move "N" to ws-fim-registradas

                   perform until ws-fim-arquivo-registradas
                       read registradas-trabalho
                           at end
                               move "S" to ws-fim-registradas
                           not at end
                               move registrada-trabalho-registro
                                 to registrada-registro
                               write registrada-registro

                               if ws-status-registradas <> "00"
                                   display "Erro ao gravar REGISTRADAS.TXT"
                                           " (status "
                                           ws-status-registradas "); o"
                                           " conteudo completo fica em"
                                           " REGISTRADAS.TMP."
                                   move "S" to ws-registradas-falha
                                   move "S" to ws-fim-registradas
                               end-if
                       end-read
                   end-perform

                   close registradas-master
               end-if

               close registradas-trabalho
           end-if

           .
       2708-regrava-registradas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere todas as teimosinhas ativas contra o resultado oficial
      *>  recem-processado, grava os desfechos em RELATORIO.TXT (ja aberto
      *>  pela conferencia), baixa a validade restante e expira as apostas
      *>  esgotadas; as premiadas ficam para o rateio do concurso
      *>------------------------------------------------------------------------
       2710-confere-teimosinhas section.

           if ws-qtd-teimosinhas = 0
               continue
           else
               move zero to ws-qtd-tei-conferidas
               move zero to ws-qtd-tei-expiradas
               move zero to ws-qtd-tei-barradas

      *>        a renovacao da teimosinha e uma aposta no concurso: vale
      *>        a autoexclusao na data do sorteio e o limite de apostas
      *>        por concurso, contando as ja registradas
               move ws-concurso-busca to ws-concurso-limites
               perform 2417-conta-apostas-concurso
               move ws-rc-data        to ws-data-limites
               move "T"               to ws-origem-limite
               move "S"               to ws-limite-por-concurso

               move spaces to ws-relatorio-linha
               string "CONFERENCIA DE TEIMOSINHAS - CONCURSO "
                                                 delimited by size
                      ws-concurso-busca          delimited by size
                   into ws-relatorio-linha
               write relatorio-saida-registro from ws-relatorio-linha

               perform varying ws-idx-tei from 1 by 1
                       until ws-idx-tei > ws-qtd-teimosinhas
                   if ws-tei-restante(ws-idx-tei) > 0 and
                      ws-tei-concurso-inicio(ws-idx-tei) <=
                      ws-concurso-busca
                       perform 2711-verifica-teimosinha

                       if ws-motivo-codigo = spaces
                           perform 2715-confere-teimosinha
                       else
                           perform 2712-barra-teimosinha
                       end-if
                   end-if
               end-perform

               if ws-rejeitadas-esta-aberto
                   close rejeitadas-saida
                   move "N" to ws-rejeitadas-aberto
               end-if

               move spaces to ws-relatorio-linha
               string "TEIMOSINHAS CONFERIDAS:"  delimited by size
                      ws-qtd-tei-conferidas      delimited by size
                      " EXPIRADAS:"              delimited by size
                      ws-qtd-tei-expiradas       delimited by size
                      " NAO RENOVADAS:"          delimited by size
                      ws-qtd-tei-barradas        delimited by size
                   into ws-relatorio-linha
               write relatorio-saida-registro from ws-relatorio-linha

               perform 1960-grava-teimosinhas

               display "Teimosinhas conferidas: "
                       ws-qtd-tei-conferidas " (expiradas: "
                       ws-qtd-tei-expiradas ", nao renovadas: "
                       ws-qtd-tei-barradas
                       "); desfechos em RELATORIO.TXT."
           end-if

           .
       2710-confere-teimosinhas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a renovacao da teimosinha ws-idx-tei contra a
      *>  autoexclusao e o limite de apostas por concurso do apostador; a
      *>  recusa sai em ws-motivo-codigo
      *>------------------------------------------------------------------------
       2711-verifica-teimosinha section.

           move spaces to ws-motivo-codigo
           move zero   to ws-valor-limite

           move ws-tei-apostador(ws-idx-tei) to ws-apostador-busca
           perform 1910-localiza-apostador

           if ws-apostador-foi-achado
               move ws-idx-apd-achado to ws-idx-apd-limite
               perform 2418-confere-limite-apostador
           end-if

      *>    renovacao sem bilhete livre na execucao nao entra no concurso
           if ws-motivo-codigo = spaces and ws-bilhetes-esgotados
               move "13" to ws-motivo-codigo
               perform 2486-recusa-bilhete
           end-if

           if ws-apostador-foi-achado and ws-motivo-codigo = spaces
               add 1 to ws-apd-qtd-concurso(ws-idx-apd-limite)
           end-if

           .
       2711-verifica-teimosinha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Teimosinha ws-idx-tei barrada pela autoexclusao ou pelo limite
      *>  de apostas: nao participa do concurso nem baixa a validade; sai
      *>  em RELATORIO.TXT e em REJEITADAS.TXT no layout de APOSTAS.TXT
      *>------------------------------------------------------------------------
       2712-barra-teimosinha section.

           add 1 to ws-qtd-tei-barradas

           perform 2423-descreve-motivo

           move spaces to ws-relatorio-linha
           string   "TEIMOSINHA NAO RENOVADA ("     delimited by size
                    ws-motivo-descricao              delimited by "  "
                    "):"                             delimited by size
                    ws-tei-apostador(ws-idx-tei)     delimited by size
                    " "                              delimited by size
                    ws-tei-numero1(ws-idx-tei)       delimited by size
                    "-"                               delimited by size
                    ws-tei-numero2(ws-idx-tei)       delimited by size
                    "-"                               delimited by size
                    ws-tei-numero3(ws-idx-tei)       delimited by size
                    "-"                               delimited by size
                    ws-tei-numero4(ws-idx-tei)       delimited by size
                    "-"                               delimited by size
                    ws-tei-numero5(ws-idx-tei)       delimited by size
                    "-"                               delimited by size
                    ws-tei-numero6(ws-idx-tei)       delimited by size
                    " CONCURSO:"                     delimited by size
                    ws-concurso-busca                delimited by size
               into ws-relatorio-linha
           write relatorio-saida-registro from ws-relatorio-linha

           if not ws-rejeitadas-esta-aberto
               perform 2408-abre-rejeitadas
           end-if

           if ws-rejeitadas-esta-aberto
               move spaces to rj-aposta
               string   "D"                          delimited by size
                        ws-tei-apostador(ws-idx-tei) delimited by size
                        ws-tei-numero1(ws-idx-tei)   delimited by size
                        ws-tei-numero2(ws-idx-tei)   delimited by size
                        ws-tei-numero3(ws-idx-tei)   delimited by size
                        ws-tei-numero4(ws-idx-tei)   delimited by size
                        ws-tei-numero5(ws-idx-tei)   delimited by size
                        ws-tei-numero6(ws-idx-tei)   delimited by size
                        ws-concurso-busca            delimited by size
                   into rj-aposta
               move ws-motivo-codigo    to rj-motivo-codigo
               move ws-motivo-descricao to rj-motivo

               write rejeitada-saida-registro
           end-if

           .
       2712-barra-teimosinha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a teimosinha ws-idx-tei contra o resultado corrente com
      *>  a mesma contagem de acertos das demais conferencias, grava o
           move ws-tei-numero5(ws-idx-tei)   to ws-numero5
           move ws-tei-numero6(ws-idx-tei)   to ws-numero6

           move "N" to ws-aposta-bolao

      *>    cada renovacao e uma aposta nova no concurso: tem bilhete e
      *>    comprovante proprios
           move "T"               to ws-origem-comprovante
           move ws-concurso-busca to ws-concurso-comprovante
           move zero              to ws-valor-comprovante
           perform 2480-emite-comprovante

           perform 2305-conta-acertos
           perform 2310-classifica-premio

           move "T" to ws-origem-historico

      *>    teimosinha premiada espera o rateio do concurso para ter
      *>    relatorio, ganhador e historico
           if ws-faixa-premio not = spaces
               add 1 to ws-seq-aposta
               perform 2312-guarda-premiado
           else
               perform 2717-grava-relatorio-teimosinha
               perform 2470-grava-historico
           end-if

           subtract 1 from ws-tei-restante(ws-idx-tei)

           if ws-tei-restante(ws-idx-tei) = 0
               add 1 to ws-qtd-tei-expiradas
           end-if

           add 1 to ws-qtd-tei-conferidas

           .
       2715-confere-teimosinha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava em RELATORIO.TXT a linha de desfecho da teimosinha corrente
      *>------------------------------------------------------------------------
       2717-grava-relatorio-teimosinha section.

           move ws-premio-aposta to ws-valor-editado

           move spaces to ws-relatorio-linha
               into ws-relatorio-linha
           write relatorio-saida-registro from ws-relatorio-linha

           .
       2717-grava-relatorio-teimosinha-exit.
           exit.

      *>------------------------------------------------------------------------
           display "   ***************************************   "
           display "   *        Conta do apostador           *   "
           display "   ***************************************   "
           display "Opcao: [D] Deposito  [S] Saque  [C] Consulta"
                   "  [L] Limites  [R] Relatorio de limites ? "
           accept ws-opcao-conta

           if not ws-opcao-cta-deposito and
              not ws-opcao-cta-saque and
              not ws-opcao-cta-consulta and
              not ws-opcao-cta-limites and
              not ws-opcao-cta-relatorio
               display "Opcao invalida."
           else
      *>        deposito, saque e limites regravam SALDOS/APOSTADORES: so
      *>        eles guardam geracao dos mestres (consulta e relatorio nao)
               if ws-opcao-cta-deposito or ws-opcao-cta-saque or
                  ws-opcao-cta-limites
                   perform 1450-grava-geracao
               end-if

               if ws-opcao-cta-relatorio
                   perform 2790-relatorio-limites
               else
                   move "N" to ws-apostador-achado

                   perform until ws-apostador-foi-achado
                       display "Codigo do apostador ? "
                       accept ws-apostador-busca

                       if ws-qtd-apostadores = 0
                           display "Cadastro de apostadores vazio; codigo"
                                   " aceito sem validacao."
                           move "S" to ws-apostador-achado
                       else
                           perform 1910-localiza-apostador

      *>                    a conta pode ser de um bolao: o grupo deposita
      *>                    na conta do proprio codigo do bolao
                           if not ws-apostador-foi-achado
                               move ws-apostador-busca to ws-bolao-busca
                               perform 1975-localiza-bolao

                               if ws-bolao-foi-achado
                                   move "S" to ws-apostador-achado
                               end-if
                           end-if

                           if not ws-apostador-foi-achado
                               display "Codigo " ws-apostador-busca
                                       " nao cadastrado em APOSTADORES.TXT"
                                       " nem em BOLOES.TXT."
                           end-if
                       end-if
                   end-perform

                   perform 1925-localiza-saldo

                   if ws-opcao-cta-deposito
                       perform 2775-deposito-conta
                   else
                       if ws-opcao-cta-saque
                           perform 2780-saque-conta
                       else
                           if ws-opcao-cta-consulta
                               perform 2785-consulta-conta
                           else
                               perform 2787-limites-apostador
                           end-if
                       end-if
                   end-if
               end-if
           end-if
               add ws-valor-movimento
                 to ws-sal-saldo(ws-idx-sal-achado)

               move "DP"               to ws-mov-tipo
               move "C"                to ws-mov-natureza
               move ws-valor-movimento to ws-mov-valor
               move zero               to ws-mov-concurso
               move zero               to ws-mov-sequencia
               perform 1935-grava-movimento

               perform 1930-grava-saldos

               move ws-sal-saldo(ws-idx-sal-achado) to ws-total-editado
                   subtract ws-valor-movimento
                       from ws-sal-saldo(ws-idx-sal-achado)

                   move "SQ"               to ws-mov-tipo
                   move "D"                to ws-mov-natureza
                   move ws-valor-movimento to ws-mov-valor
                   move zero               to ws-mov-concurso
                   move zero               to ws-mov-sequencia
                   perform 1935-grava-movimento

                   perform 1930-grava-saldos

                   move ws-sal-saldo(ws-idx-sal-achado)
           end-if

           .
       2785-consulta-conta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Limites de jogo responsavel do apostador: gasto maximo no dia e
      *>  no mes, apostas por concurso e periodo de autoexclusao; a
      *>  autoexclusao em vigor nao pode ser encerrada antes do fim
      *>------------------------------------------------------------------------
       2787-limites-apostador section.

           perform 1910-localiza-apostador

           if not ws-apostador-foi-achado
               display "Limites e autoexclusao valem so para apostador"
                       " de APOSTADORES.TXT."
           else
               if not ws-apostadores-esta-completo
                   display "APOSTADORES.TXT maior que a tabela (200);"
                           " cadastro nao pode ser regravado."
               else
                   perform 2788-altera-limites
                   perform 1905-grava-apostadores

                   display "Limites do apostador " ws-apostador-busca
                           " gravados em APOSTADORES.TXT."
               end-if
           end-if

           .
       2787-limites-apostador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra e le os limites do apostador ws-idx-apd-achado
      *>------------------------------------------------------------------------
       2788-altera-limites section.

           accept ws-data-limites from date yyyymmdd
           move ws-idx-apd-achado to ws-idx-apd-limite

           move ws-apd-limite-diario(ws-idx-apd-limite)
             to ws-limite-editado
           move ws-apd-limite-mensal(ws-idx-apd-limite)
             to ws-limite-editado2

           display " "
           display "Apostador " ws-apd-codigo(ws-idx-apd-limite) " - "
                   ws-apd-nome(ws-idx-apd-limite)
           display "Limite diario: R$" ws-limite-editado
                   "  mensal: R$" ws-limite-editado2
                   "  apostas por concurso: "
                   ws-apd-limite-concurso(ws-idx-apd-limite)
                   " (zero = sem limite)"
           display "Autoexclusao: de "
                   ws-apd-exclusao-inicio(ws-idx-apd-limite) " ate "
                   ws-apd-exclusao-fim(ws-idx-apd-limite)
                   " (zeros = sem autoexclusao / sem fim)"

           display "Limite de gasto diario (0 = sem limite) ? "
           accept ws-limite-digitado
           move ws-limite-digitado
             to ws-apd-limite-diario(ws-idx-apd-limite)

           display "Limite de gasto mensal (0 = sem limite) ? "
           accept ws-limite-digitado
           move ws-limite-digitado
             to ws-apd-limite-mensal(ws-idx-apd-limite)

           display "Maximo de apostas por concurso (0 = sem limite) ? "
           accept ws-limite-concurso-digitado
           move ws-limite-concurso-digitado
             to ws-apd-limite-concurso(ws-idx-apd-limite)

           if ws-apd-exclusao-inicio(ws-idx-apd-limite) > 0 and
              ws-apd-exclusao-inicio(ws-idx-apd-limite) <=
              ws-data-limites and
              (ws-apd-exclusao-fim(ws-idx-apd-limite) = 0 or
               ws-apd-exclusao-fim(ws-idx-apd-limite) >=
               ws-data-limites)
               display "Autoexclusao em vigor; nao pode ser encerrada"
                       " antes do fim."
           else
               display "Registrar autoexclusao (S/N) ? "
               accept ws-resposta-exclusao

               if ws-confirma-exclusao
                   display "Inicio (aaaammdd, 0 = hoje) ? "
                   accept ws-data-digitada
                   if ws-data-digitada = 0
                       move ws-data-limites to ws-data-digitada
                   end-if
                   move ws-data-digitada
                     to ws-apd-exclusao-inicio(ws-idx-apd-limite)

                   move 1 to ws-data-digitada
                   perform until ws-data-digitada = 0 or
                                 ws-data-digitada >=
                                 ws-apd-exclusao-inicio(ws-idx-apd-limite)
                       display "Fim (aaaammdd, 0 = indeterminado) ? "
                       accept ws-data-digitada

                       if ws-data-digitada > 0 and
                          ws-data-digitada <
                          ws-apd-exclusao-inicio(ws-idx-apd-limite)
                           display "Fim anterior ao inicio."
                       end-if
                   end-perform
                   move ws-data-digitada
                     to ws-apd-exclusao-fim(ws-idx-apd-limite)
               else
                   move zero
                     to ws-apd-exclusao-inicio(ws-idx-apd-limite)
                   move zero
                     to ws-apd-exclusao-fim(ws-idx-apd-limite)
               end-if
           end-if

           .
       2788-altera-limites-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio periodico de limites (RELLIMITES.TXT): as apostas
      *>  barradas de LIMITES.TXT no periodo pedido, com o motivo, e o
      *>  resumo por apostador com os limites em vigor
      *>------------------------------------------------------------------------
       2790-relatorio-limites section.

           display "Periodo inicial (aaaammdd) ? "
           accept ws-limite-periodo-inicio
           display "Periodo final (aaaammdd, 0 = hoje) ? "
           accept ws-limite-periodo-fim
           if ws-limite-periodo-fim = 0
               accept ws-limite-periodo-fim from date yyyymmdd
           end-if

           if ws-limites-esta-aberto
               close limites-log
               move "N" to ws-limites-aberto
           end-if

           open output rellimites-saida

           if ws-status-rellimites <> "00"
               display "Nao foi possivel abrir RELLIMITES.TXT."
           else
               perform varying ws-idx-apd from 1 by 1
                       until ws-idx-apd > ws-qtd-apostadores
                   move zero to ws-apd-qtd-barradas(ws-idx-apd)
               end-perform

               move zero to ws-qtd-limites-periodo

               move spaces to ws-rellimites-linha
               string   "*** APOSTAS BARRADAS POR LIMITE DE JOGO DE "
                                                     delimited by size
                        ws-limite-periodo-inicio     delimited by size
                        " A "                        delimited by size
                        ws-limite-periodo-fim        delimited by size
                        " ***"                       delimited by size
                   into ws-rellimites-linha
               write rellimites-saida-registro from ws-rellimites-linha

               open input limites-log

               if ws-status-limites = "00"
                   move "N" to ws-fim-limites

                   perform until ws-fim-arquivo-limites
                       read limites-log
                           at end
                               move "S" to ws-fim-limites
                           not at end
                               if lm-data >= ws-limite-periodo-inicio and
                                  lm-data <= ws-limite-periodo-fim
                                   perform 2792-lista-limite
                               end-if
                       end-read
                   end-perform

                   close limites-log
               end-if

               perform 2794-resumo-limites

               close rellimites-saida

               display "Apostas barradas no periodo: "
                       ws-qtd-limites-periodo " de " ws-qtd-apd-barrados
                       " apostadores; detalhes em RELLIMITES.TXT."
           end-if

           .
       2790-relatorio-limites-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha da aposta barrada corrente de LIMITES.TXT e conta
      *>  para o apostador dela
      *>------------------------------------------------------------------------
       2792-lista-limite section.

           add 1 to ws-qtd-limites-periodo

           move lm-apostador to ws-apostador-busca
           perform 1910-localiza-apostador

           if ws-apostador-foi-achado
               add 1 to ws-apd-qtd-barradas(ws-idx-apd-achado)
           end-if

           move lm-motivo-codigo to ws-motivo-codigo
           perform 2423-descreve-motivo

           move lm-valor to ws-limite-editado

           move spaces to ws-rellimites-linha
           string   "DATA:"                          delimited by size
                    lm-data                          delimited by size
                    " EXECUCAO:"                     delimited by size
                    lm-execucao                      delimited by size
                    " APOSTADOR:"                    delimited by size
                    lm-apostador                     delimited by size
                    " ORIGEM:"                       delimited by size
                    lm-origem                        delimited by size
                    " CONCURSO:"                     delimited by size
                    lm-concurso                      delimited by size
                    " VALOR:R$"                      delimited by size
                    ws-limite-editado                delimited by size
                    " MOTIVO:"                       delimited by size
                    lm-motivo-codigo                 delimited by size
                    " "                              delimited by size
                    ws-motivo-descricao              delimited by size
               into ws-rellimites-linha
           write rellimites-saida-registro from ws-rellimites-linha

           .
       2792-lista-limite-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo do relatorio de limites: cada apostador barrado no
      *>  periodo com a quantidade de apostas barradas e os limites atuais
      *>------------------------------------------------------------------------
       2794-resumo-limites section.

           move zero to ws-qtd-apd-barrados

           move "APOSTADORES QUE ATINGIRAM LIMITES NO PERIODO:"
             to ws-rellimites-linha
           write rellimites-saida-registro from ws-rellimites-linha

           perform varying ws-idx-apd from 1 by 1
                   until ws-idx-apd > ws-qtd-apostadores
               if ws-apd-qtd-barradas(ws-idx-apd) > 0
                   add 1 to ws-qtd-apd-barrados

                   move ws-apd-limite-diario(ws-idx-apd)
                     to ws-limite-editado
                   move ws-apd-limite-mensal(ws-idx-apd)
                     to ws-limite-editado2

                   move spaces to ws-rellimites-linha
                   string   "APOSTADOR:"             delimited by size
                            ws-apd-codigo(ws-idx-apd)
                                                     delimited by size
                            " "                      delimited by size
                            ws-apd-nome(ws-idx-apd)  delimited by size
                            " BARRADAS:"             delimited by size
                            ws-apd-qtd-barradas(ws-idx-apd)
                                                     delimited by size
                            " LIMITE DIA:R$"         delimited by size
                            ws-limite-editado        delimited by size
                            " MES:R$"                delimited by size
                            ws-limite-editado2       delimited by size
                            " POR CONCURSO:"         delimited by size
                            ws-apd-limite-concurso(ws-idx-apd)
                                                     delimited by size
                            " AUTOEXCLUSAO:"         delimited by size
                            ws-apd-exclusao-inicio(ws-idx-apd)
                                                     delimited by size
                            "-"                      delimited by size
                            ws-apd-exclusao-fim(ws-idx-apd)
                                                     delimited by size
                       into ws-rellimites-linha
                   write rellimites-saida-registro
                       from ws-rellimites-linha
               end-if
           end-perform

           move spaces to ws-rellimites-linha
           string   "TOTAL DE APOSTAS BARRADAS:"     delimited by size
                    ws-qtd-limites-periodo           delimited by size
                    " APOSTADORES:"                  delimited by size
                    ws-qtd-apd-barrados              delimited by size
               into ws-rellimites-linha
           write rellimites-saida-registro from ws-rellimites-linha

           .
       2794-resumo-limites-exit.
           exit.

      *>------------------------------------------------------------------------
           move ro-numero6  to rm-numero6

      *>    concurso recem-carregado (ou republicado) volta a pendente
      *>    de liquidacao; sem dezenas (todas 00) e a abertura do
      *>    concurso, que passa a receber apostas ate a data do sorteio
           if ro-numero1 = 0 and ro-numero2 = 0 and ro-numero3 = 0 and
              ro-numero4 = 0 and ro-numero5 = 0 and ro-numero6 = 0
               move "A"     to rm-situacao
           else
               move "L"     to rm-situacao
           end-if

           write resultados-master-registro
               invalid key
               move ws-sorteado5 to ws-rc-numero5
               move ws-sorteado6 to ws-rc-numero6

      *>        concurso aberto que recebe as dezenas passa a pendente
      *>        de liquidacao
               if ws-rc-sit-aberto
                   move "L" to ws-rc-situacao
               end-if

               open i-o resultados-master

               if ws-status-resultados <> "00"
                               move "S" to ws-fim-carga-resultado
                           else
                               add 1 to ws-qtd-listados
                               if rm-sit-aberto
                                   display rm-concurso "      "
                                           rm-data "  "
                                           "aberto, aguardando sorteio"
                               else
                                   display rm-concurso "      "
                                           rm-data "  "
                                           rm-numero1 "-"
                                           rm-numero2 "-"
                                           rm-numero3 "-"
                                           rm-numero4 "-"
                                           rm-numero5 "-"
                                           rm-numero6
                               end-if
                           end-if
                   end-read
               end-perform
                   if not ws-apostador-foi-achado
                       display "Apostador " ws-apostador-busca
                               " nao cadastrado em APOSTADORES.TXT."
                   else
      *>                quem esta em autoexclusao nao entra em bolao
                       accept ws-data-limites from date yyyymmdd
                       if ws-apd-exclusao-inicio(ws-idx-apd-achado) > 0
                          and ws-apd-exclusao-inicio(ws-idx-apd-achado)
                              <= ws-data-limites
                          and (ws-apd-exclusao-fim(ws-idx-apd-achado) = 0
                           or ws-apd-exclusao-fim(ws-idx-apd-achado)
                              >= ws-data-limites)
                           display "Apostador " ws-apostador-busca
                                   " em autoexclusao; nao pode entrar"
                                   " no bolao."
                           move "N" to ws-apostador-achado
                       end-if
                   end-if
               end-if
           end-perform
           move ws-apostador-busca to ws-bol-apostador(ws-qtd-boloes)
           move ws-quotas-digitadas to ws-bol-quotas(ws-qtd-boloes)
           move zero               to ws-bol-premio-acum(ws-qtd-boloes)
           move zero               to ws-bol-ir-acum(ws-qtd-boloes)

           .
       2863-inclui-membro-bolao-exit.
       2865-lista-boloes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Informe anual do imposto retido sobre premios (modo F): le os
      *>  detalhes de GANHADORES.TXT processados no ano pedido e grava o
      *>  informe por apostador (INFORME.TXT) e o resumo mensal da
      *>  retencao para o contador (RETENCAO.TXT)
      *>------------------------------------------------------------------------
       2870-informe-rendimentos section.

           display " "
           display "Ano do informe (aaaa) ? "
           accept ws-ano-informe

           perform 2872-carrega-premios-tributados

           if ws-status-ganhadores = "00"
               if ws-ret-qtd-ano = 0
                   display "Nenhum premio com IR retido em "
                           ws-ano-informe "."
               else
                   perform 2874-grava-informe
                   perform 2878-grava-retencao
               end-if
           end-if

           .
       2870-informe-rendimentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega os premios com imposto retido no ano ws-ano-informe: os
      *>  de apostador vao para a tabela do informe e todos entram no
      *>  resumo mensal. Detalhes anteriores ao imposto nao tem o campo e
      *>  nao entram
      *>------------------------------------------------------------------------
       2872-carrega-premios-tributados section.

           move zero   to ws-qtd-informe
           move zero   to ws-tabela-retencao
           move "N"    to ws-informe-cheio

           open input ganhadores-saida

           if ws-status-ganhadores <> "00"
               display "GANHADORES.TXT nao encontrado; informe nao"
                       " gerado."
           else
               move "N" to ws-fim-ganhadores

               perform until ws-fim-arquivo-ganhadores
                   read ganhadores-saida into ws-ganhador-lido
                       at end
                           move "S" to ws-fim-ganhadores
                       not at end
                           move ws-gl-data-processamento
                             to ws-data-informe
                           if ws-gl-tipo = "D" and
                              ws-gl-valor-ir numeric and
                              ws-di-ano = ws-ano-informe
                               if ws-gl-valor-ir > 0
                                   perform 2873-guarda-premio-tributado
                               end-if
                           end-if
                   end-read
               end-perform

               close ganhadores-saida
           end-if

           .
       2872-carrega-premios-tributados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula o detalhe lido no resumo do mes e, quando tem apostador,
      *>  guarda na tabela do informe
      *>------------------------------------------------------------------------
       2873-guarda-premio-tributado section.

           if ws-di-mes >= 1 and ws-di-mes <= 12
               add 1 to ws-ret-qtd(ws-di-mes)
               add ws-gl-valor-premio to ws-ret-bruto(ws-di-mes)
               add ws-gl-valor-ir     to ws-ret-ir(ws-di-mes)
           end-if
           add 1 to ws-ret-qtd-ano
           add ws-gl-valor-premio to ws-ret-bruto-ano
           add ws-gl-valor-ir     to ws-ret-ir-ano

           if ws-gl-apostador > 0
               if ws-qtd-informe >= 2000
                   if not ws-informe-esta-cheio
                       move "S" to ws-informe-cheio
                       display "Atencao: mais de 2000 premios"
                               " tributados no ano; o informe ficara"
                               " incompleto."
                   end-if
               else
                   add 1 to ws-qtd-informe
                   move ws-gl-apostador
                     to ws-inf-apostador(ws-qtd-informe)
                   move ws-gl-concurso
                     to ws-inf-concurso(ws-qtd-informe)
                   move ws-gl-faixa
                     to ws-inf-faixa(ws-qtd-informe)
                   move ws-gl-data-processamento
                     to ws-inf-data(ws-qtd-informe)
                   move ws-gl-execucao
                     to ws-inf-execucao(ws-qtd-informe)
                   move ws-gl-valor-premio
                     to ws-inf-bruto(ws-qtd-informe)
                   move ws-gl-valor-ir
                     to ws-inf-ir(ws-qtd-informe)
                   move ws-gl-valor-liquido
                     to ws-inf-liquido(ws-qtd-informe)
                   move "N"
                     to ws-inf-impresso(ws-qtd-informe)
               end-if
           end-if

           .
       2873-guarda-premio-tributado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava INFORME.TXT: um bloco por apostador cadastrado com premio
      *>  tributado no ano e, no fim, os codigos que nao estao no cadastro
      *>------------------------------------------------------------------------
       2874-grava-informe section.

           move zero to ws-qtd-beneficiarios

           open output informe-saida

           if ws-status-informe <> "00"
               display "Nao foi possivel abrir INFORME.TXT."
           else
               move spaces to ws-relatorio-linha
               string "*** INFORME DE PREMIOS COM IMPOSTO DE RENDA"
                                                     delimited by size
                      " RETIDO NA FONTE - ANO "      delimited by size
                      ws-ano-informe                 delimited by size
                      " ***"                         delimited by size
                   into ws-relatorio-linha
               write informe-saida-registro from ws-relatorio-linha

               perform varying ws-idx-apd from 1 by 1
                       until ws-idx-apd > ws-qtd-apostadores
                   move ws-apd-codigo(ws-idx-apd)
                     to ws-apostador-corrente
                   move ws-apd-nome(ws-idx-apd)
                     to ws-nome-informe
                   perform 2875-informe-do-apostador
               end-perform

               perform varying ws-idx-inf from 1 by 1
                       until ws-idx-inf > ws-qtd-informe
                   if ws-inf-impresso(ws-idx-inf) = "N"
                       move ws-inf-apostador(ws-idx-inf)
                         to ws-apostador-corrente
                       move "NAO CADASTRADO" to ws-nome-informe
                       perform 2875-informe-do-apostador
                   end-if
               end-perform

               close informe-saida

               display "Informe de " ws-qtd-beneficiarios
                       " apostadores gravado em INFORME.TXT."
           end-if

           .
       2874-grava-informe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o bloco do informe de ws-apostador-corrente: uma linha por
      *>  premio tributado no ano e os totais anuais
      *>------------------------------------------------------------------------
       2875-informe-do-apostador section.

           move zero to ws-inf-qtd-apostador
           move zero to ws-inf-bruto-apostador
           move zero to ws-inf-ir-apostador
           move zero to ws-inf-liquido-apostador

           perform varying ws-idx-inf from 1 by 1
                   until ws-idx-inf > ws-qtd-informe
               if ws-inf-apostador(ws-idx-inf) = ws-apostador-corrente
                   add 1 to ws-inf-qtd-apostador
               end-if
           end-perform

           if ws-inf-qtd-apostador > 0
               add 1 to ws-qtd-beneficiarios

               move spaces to ws-relatorio-linha
               write informe-saida-registro from ws-relatorio-linha

               move spaces to ws-relatorio-linha
               string   "APOSTADOR "                 delimited by size
                        ws-apostador-corrente        delimited by size
                        " - "                        delimited by size
                        ws-nome-informe              delimited by size
                   into ws-relatorio-linha
               write informe-saida-registro from ws-relatorio-linha

               perform varying ws-idx-inf from 1 by 1
                       until ws-idx-inf > ws-qtd-informe
                   if ws-inf-apostador(ws-idx-inf) =
                      ws-apostador-corrente
                       move "S" to ws-inf-impresso(ws-idx-inf)

                       add ws-inf-bruto(ws-idx-inf)
                         to ws-inf-bruto-apostador
                       add ws-inf-ir(ws-idx-inf)
                         to ws-inf-ir-apostador
                       add ws-inf-liquido(ws-idx-inf)
                         to ws-inf-liquido-apostador

                       move ws-inf-bruto(ws-idx-inf)
                         to ws-valor-editado
                       move ws-inf-ir(ws-idx-inf)
                         to ws-ir-editado
                       move ws-inf-liquido(ws-idx-inf)
                         to ws-liquido-editado

                       move spaces to ws-relatorio-linha
                       string  "  DATA:"             delimited by size
                               ws-inf-data(ws-idx-inf)
                                                     delimited by size
                               " CONCURSO:"          delimited by size
                               ws-inf-concurso(ws-idx-inf)
                                                     delimited by size
                               " EXEC:"              delimited by size
                               ws-inf-execucao(ws-idx-inf)
                                                     delimited by size
                               " FAIXA:"             delimited by size
                               ws-inf-faixa(ws-idx-inf)
                                                     delimited by size
                               " BRUTO:R$"           delimited by size
                               ws-valor-editado      delimited by size
                               " IR RETIDO:R$"       delimited by size
                               ws-ir-editado         delimited by size
                               " LIQUIDO:R$"         delimited by size
                               ws-liquido-editado    delimited by size
                           into ws-relatorio-linha
                       write informe-saida-registro
                           from ws-relatorio-linha
                   end-if
               end-perform

               move ws-inf-bruto-apostador   to ws-total-editado
               move ws-inf-ir-apostador      to ws-acumulado-editado
               move ws-inf-liquido-apostador to ws-rateio-editado
               move spaces to ws-relatorio-linha
               string   "  TOTAL DO ANO: "           delimited by size
                        ws-inf-qtd-apostador         delimited by size
                        " PREMIOS BRUTO:R$"          delimited by size
                        ws-total-editado             delimited by size
                        " IR RETIDO:R$"              delimited by size
                        ws-acumulado-editado         delimited by size
                        " LIQUIDO:R$"                delimited by size
                        ws-rateio-editado            delimited by size
                   into ws-relatorio-linha
               write informe-saida-registro from ws-relatorio-linha
           end-if

           .
       2875-informe-do-apostador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava RETENCAO.TXT: resumo mensal do imposto retido no ano, com
      *>  a aliquota e o limite de isencao vigentes, para a declaracao do
      *>  contador
      *>------------------------------------------------------------------------
       2878-grava-retencao section.

           open output retencao-saida

           if ws-status-retencao <> "00"
               display "Nao foi possivel abrir RETENCAO.TXT."
           else
               move spaces to ws-relatorio-linha
               string "*** RESUMO DA RETENCAO DE IMPOSTO DE RENDA"
                                                     delimited by size
                      " SOBRE PREMIOS - ANO "        delimited by size
                      ws-ano-informe                 delimited by size
                      " ***"                         delimited by size
                   into ws-relatorio-linha
               write retencao-saida-registro from ws-relatorio-linha

               move ws-aliquota-ir       to ws-aliquota-editada
               move ws-limite-isencao-ir to ws-valor-editado
               move spaces to ws-relatorio-linha
               string "ALIQUOTA VIGENTE:"            delimited by size
                      ws-aliquota-editada            delimited by size
                      "% LIMITE DE ISENCAO:R$"       delimited by size
                      ws-valor-editado               delimited by size
                   into ws-relatorio-linha
               write retencao-saida-registro from ws-relatorio-linha

               perform varying ws-idx-mes from 1 by 1
                       until ws-idx-mes > 12
                   move ws-ret-bruto(ws-idx-mes) to ws-total-editado
                   move ws-ret-ir(ws-idx-mes)    to ws-acumulado-editado

                   move spaces to ws-relatorio-linha
                   string "MES:"                     delimited by size
                          ws-idx-mes                 delimited by size
                          "/"                        delimited by size
                          ws-ano-informe             delimited by size
                          " PREMIOS:"                delimited by size
                          ws-ret-qtd(ws-idx-mes)     delimited by size
                          " BRUTO:R$"                delimited by size
                          ws-total-editado           delimited by size
                          " IR RETIDO:R$"            delimited by size
                          ws-acumulado-editado       delimited by size
                       into ws-relatorio-linha
                   write retencao-saida-registro from ws-relatorio-linha
               end-perform

               move ws-ret-bruto-ano to ws-total-editado
               move ws-ret-ir-ano    to ws-acumulado-editado
               move spaces to ws-relatorio-linha
               string "TOTAL DO ANO PREMIOS:"        delimited by size
                      ws-ret-qtd-ano                 delimited by size
                      " BRUTO:R$"                    delimited by size
                      ws-total-editado               delimited by size
                      " IR RETIDO:R$"                delimited by size
                      ws-acumulado-editado           delimited by size
                      " BENEFICIARIOS:"              delimited by size
                      ws-qtd-beneficiarios           delimited by size
                   into ws-relatorio-linha
               write retencao-saida-registro from ws-relatorio-linha

               close retencao-saida

               display "Resumo da retencao gravado em RETENCAO.TXT."
           end-if

           .
       2878-grava-retencao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Encerramento de periodo do log (modo E): copia SORTEIO.LOG para
      *>  um arquivo morto datado, grava o resumo do periodo (quantidade
           end-if

           .
       2885-arquiva-linha-log-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescenta o resumo do periodo encerrado em PERIODOS.TXT, que a
      *>  analise usa para saber quais arquivos mortos cobrem uma janela
      *>  de datas
      *>------------------------------------------------------------------------
       2890-grava-resumo-periodo section.

           open extend periodos-master
           if ws-status-periodos = "35"
               open output periodos-master
           end-if

           if ws-status-periodos <> "00"
               display "Nao foi possivel gravar PERIODOS.TXT."
           else
               move ws-log-data           to pe-data-fechamento
               move ws-qtd-log-arquivadas to pe-qtd-sorteios
               move ws-data-log-inicial   to pe-data-inicial
               move ws-data-log-final     to pe-data-final
               move ws-nome-arquivo-log   to pe-arquivo
               write periodos-master-registro
               close periodos-master
           end-if

           .
       2890-grava-resumo-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verificacao de bilhete (modo V) para o pagamento de premio: o
      *>  bilhete e o codigo do comprovante do cliente confirmam a aposta
      *>  (valida ou falsa), com o concurso, as dezenas, a faixa, o premio
      *>  e se ja foi pago segundo PAGAMENTOS.TXT
      *>------------------------------------------------------------------------
       2895-verifica-bilhete section.

           display " "
           display "   ***************************************   "
           display "   *     Verificacao de bilhete          *   "
           display "   ***************************************   "
           display "Numero do bilhete ? "
           accept ws-bilhete-busca
           display "Codigo de verificacao ? "
           accept ws-verificador-busca

           perform 2896-localiza-comprovante

           if not ws-comprovante-foi-achado
               display "BILHETE " ws-bilhete-busca " NAO EMITIDO:"
                       " FALSO."
           else
      *>        o codigo e recalculado do bilhete e das dezenas do
      *>        comprovante: o digitado tem de bater com os dois
               move ws-cl-bilhete  to ws-bilhete-corrente
               move ws-cl-numero1  to ws-numero1
               move ws-cl-numero2  to ws-numero2
               move ws-cl-numero3  to ws-numero3
               move ws-cl-numero4  to ws-numero4
               move ws-cl-numero5  to ws-numero5
               move ws-cl-numero6  to ws-numero6
               perform 2482-calcula-verificador

               if ws-verificador-busca not = ws-verificador-corrente or
                  ws-verificador-busca not = ws-cl-verificador
                   display "BILHETE " ws-bilhete-busca ": CODIGO DE"
                           " VERIFICACAO NAO CONFERE - FALSO."
               else
                   display "BILHETE " ws-bilhete-busca ": VALIDO."
                   display "Apostador " ws-cl-apostador " concurso "
                           ws-cl-concurso " emitido em " ws-cl-data
                           " (origem " ws-cl-origem ")"
                   display "Dezenas: " ws-cl-numero1 "-" ws-cl-numero2
                           "-" ws-cl-numero3 "-" ws-cl-numero4 "-"
                           ws-cl-numero5 "-" ws-cl-numero6

                   perform 2897-lista-premios-bilhete

                   if ws-qtd-premios-bilhete = 0
                       perform 2899-procura-historico-bilhete

                       if ws-bilhete-foi-conferido
                           display "Aposta conferida sem premio."
                       else
                           display "Aposta ainda nao conferida (concurso"
                                   " " ws-cl-concurso " sem resultado"
                                   " conferido)."
                       end-if
                   end-if
               end-if
           end-if

           .
       2895-verifica-bilhete-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura ws-bilhete-busca em COMPROVANTES.TXT; o comprovante achado
      *>  fica em ws-comprovante-lido
      *>------------------------------------------------------------------------
       2896-localiza-comprovante section.

           move "N" to ws-comprovante-achado

           if ws-comprovantes-esta-aberto
               close comprovantes-master
               move "N" to ws-comprovantes-aberto
           end-if

           open input comprovantes-master

           if ws-status-comprovantes <> "00"
               display "COMPROVANTES.TXT nao encontrado."
           else
               move "N" to ws-fim-comprovantes

               perform until ws-fim-arquivo-comprovantes
                          or ws-comprovante-foi-achado
                   read comprovantes-master into ws-comprovante-lido
                       at end
                           move "S" to ws-fim-comprovantes
                       not at end
                           if ws-cl-bilhete numeric and
                              ws-cl-bilhete = ws-bilhete-busca
                               move "S" to ws-comprovante-achado
                           end-if
                   end-read
               end-perform

               close comprovantes-master
           end-if

           .
       2896-localiza-comprovante-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os detalhes de GANHADORES.TXT do bilhete (um por membro na
      *>  aposta de bolao) com a faixa, o premio e a situacao de pagamento
      *>  em PAGAMENTOS.TXT
      *>------------------------------------------------------------------------
       2897-lista-premios-bilhete section.

           move zero to ws-qtd-premios-bilhete

           perform 2745-carrega-pagamentos

           open input ganhadores-saida

           if ws-status-ganhadores = "00"
               move "N" to ws-fim-ganhadores

               perform until ws-fim-arquivo-ganhadores
                   read ganhadores-saida into ws-ganhador-lido
                       at end
                           move "S" to ws-fim-ganhadores
                       not at end
                           if ws-gl-tipo = "D" and
                              ws-gl-bilhete numeric and
                              ws-gl-bilhete = ws-bilhete-busca
                               perform 2898-mostra-premio-bilhete
                           end-if
                   end-read
               end-perform

               close ganhadores-saida
           end-if

           .
       2897-lista-premios-bilhete-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra o detalhe de ganhador corrente do bilhete e se ja foi pago
      *>------------------------------------------------------------------------
       2898-mostra-premio-bilhete section.

           add 1 to ws-qtd-premios-bilhete

           move ws-gl-valor-premio  to ws-valor-editado
           move ws-gl-valor-liquido to ws-total-editado

           display "Premio: faixa " ws-gl-faixa " apostador "
                   ws-gl-apostador " bruto R$" ws-valor-editado
                   " liquido R$" ws-total-editado

           move ws-gl-concurso  to ws-concurso-busca
           move ws-gl-sequencia to ws-seq-busca
           move ws-gl-execucao  to ws-exec-busca
           perform 2748-localiza-pagamento

           if not ws-pagamento-foi-achado
               display "   Situacao: NAO PAGO (aguardando retorno do"
                       " pagamento)."
           else
               if ws-pag-situacao(ws-idx-pag-achado) = "P"
                   display "   Situacao: JA PAGO em "
                           ws-pag-data(ws-idx-pag-achado) "."
               else
                   display "   Situacao: pagamento REJEITADO em "
                           ws-pag-data(ws-idx-pag-achado)
                           " (aguardando reapresentacao)."
               end-if
           end-if

           .
       2898-mostra-premio-bilhete-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura ws-bilhete-busca em HISTORICO.TXT: achado, a aposta ja
      *>  foi conferida (e, sem detalhe de ganhador, nao foi premiada)
      *>------------------------------------------------------------------------
       2899-procura-historico-bilhete section.

           move "N" to ws-bilhete-conferido

           if ws-historico-esta-aberto
               close historico-master
               move "N" to ws-historico-aberto
           end-if

           open input historico-master

           if ws-status-historico = "00"
               move "N" to ws-fim-historico

               perform until ws-fim-arquivo-historico
                          or ws-bilhete-foi-conferido
                   read historico-master
                       at end
                           move "S" to ws-fim-historico
                       not at end
                           if hi-bilhete numeric and
                              hi-bilhete = ws-bilhete-busca
                               move "S" to ws-bilhete-conferido
                           end-if
                   end-read
               end-perform

               close historico-master
           end-if

           .
       2899-procura-historico-bilhete-exit.
           exit.

      *>------------------------------------------------------------------------
                   move "GERADOR"  to aeh-origem
               end-if

               move ws-concurso-gerador to aeh-concurso

               write aposta-header-registro
           end-if


           move ws-apostador-busca to ws-apostador-corrente

      *>    o concurso vai no header: o lote registra as apostas para
      *>    ele; 0000 mantem o lote simulado
           display "Concurso das apostas (0000 = lote simulado) ? "
           accept ws-concurso-gerador

           .
       2907-le-apostador-gerador-exit.
           exit.
           move ws-sorteado4 to aer-numero4
           move ws-sorteado5 to aer-numero5
           move ws-sorteado6 to aer-numero6
           move zero         to aer-concurso

           write aposta-entrada-registro

       2930-grava-aposta-gerada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desfazer uma execucao (modo X): devolve os mestres da geracao
      *>  gravada antes dela, tira dos arquivos acumulados os registros
      *>  que ela gravou, estorna no diario os movimentos de conta dela e
      *>  registra em AUDITORIA.TXT quem desfez, o que e quando.
      *>  So a execucao com a geracao ativa mais recente pode ser
      *>  desfeita: as posteriores tem de ser desfeitas antes, da ultima
      *>  para a primeira, para nenhuma alteracao se perder em silencio
      *>------------------------------------------------------------------------
       2940-desfaz-execucao section.

           display " "
           display "   ***************************************   "
           display "   *       Desfazer uma execucao         *   "
           display "   ***************************************   "
           display "Execucao a desfazer ? "
           accept ws-execucao-desfazer
           display "Operador responsavel ? "
           accept ws-operador-desfazer

           perform 1452-carrega-geracoes
           perform 2942-localiza-geracao-desfazer

           if ws-operador-desfazer = spaces
               display "Informe o operador responsavel; nada foi"
                       " desfeito."
           else
               if ws-geracao-desfazer = 0
                   display "Execucao " ws-execucao-desfazer " sem"
                           " geracao ativa em GERACOES.TXT; nada a"
                           " desfazer."
               else
                   if ws-execucao-posterior > 0
                       display "A execucao " ws-execucao-posterior
                               " tambem alterou os mestres depois da "
                               ws-execucao-desfazer "; desfaca-a antes."
                   else
                       display "Geracao " ws-geracao-desfazer " de "
                               ws-ger-data(ws-geracao-desfazer) " "
                               ws-ger-hora(ws-geracao-desfazer)
                               " (modo "
                               ws-ger-modo(ws-geracao-desfazer)
                               ") gravada antes da execucao "
                               ws-execucao-desfazer "."
                       display "Os mestres voltam a essa geracao e os"
                               " registros da execucao saem dos"
                               " arquivos acumulados."
                       display "Confirma (S/N) ? "
                       accept ws-resposta-desfazer

                       if ws-confirma-desfazer
                           perform 2943-carrega-estornos

                           if ws-estorno-esta-ok
                               perform 2944-desfaz-geracao
                           else
                               display "Nada foi desfeito."
                           end-if
                       else
                           display "Nada foi desfeito."
                       end-if
                   end-if
               end-if
           end-if

           .
       2940-desfaz-execucao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o movimento lido da execucao desfeita na tabela de estornos
      *>------------------------------------------------------------------------
       2941-guarda-estorno section.

           if mv-tipo = "ES"
               move "S" to ws-estorno-existente
           else
               if ws-qtd-estornos < 20000
                   add 1 to ws-qtd-estornos
                   move mv-apostador  to ws-est-apostador(ws-qtd-estornos)
                   move mv-concurso   to ws-est-concurso(ws-qtd-estornos)
                   move mv-sequencia  to ws-est-sequencia(ws-qtd-estornos)
                   move mv-natureza   to ws-est-natureza(ws-qtd-estornos)
                   move mv-valor      to ws-est-valor(ws-qtd-estornos)
                   move mv-saldo-apos to ws-est-saldo-apos(ws-qtd-estornos)
               else
                   if ws-estorno-esta-ok
                       display "A execucao " ws-execucao-desfazer
                               " tem mais de 20000 movimentos em"
                               " MOVIMENTOS.TXT; estorno nao suportado."
                   end-if
                   move "N" to ws-estorno-ok
               end-if
           end-if

           .
       2941-guarda-estorno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura a geracao ativa da execucao ws-execucao-desfazer e a
      *>  maior execucao com geracao ativa depois dela
      *>------------------------------------------------------------------------
       2942-localiza-geracao-desfazer section.

           move zero to ws-geracao-desfazer
           move zero to ws-execucao-posterior

           perform varying ws-idx-ger from 1 by 1
                   until ws-idx-ger > 20
               if ws-ger-ativa(ws-idx-ger)
                   if ws-ger-execucao(ws-idx-ger) = ws-execucao-desfazer
                       move ws-idx-ger to ws-geracao-desfazer
                   end-if

                   if ws-ger-execucao(ws-idx-ger) >
                      ws-execucao-desfazer and
                      ws-ger-execucao(ws-idx-ger) > ws-execucao-posterior
                       move ws-ger-execucao(ws-idx-ger)
                         to ws-execucao-posterior
                   end-if
               end-if
           end-perform

           .
       2942-localiza-geracao-desfazer-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda os movimentos de conta da execucao desfeita para o estorno,
      *>  antes de qualquer alteracao; com estorno ja gravado (desfazimento
      *>  repetido depois de erro) nada mais e estornado
      *>------------------------------------------------------------------------
       2943-carrega-estornos section.

           move "S"  to ws-estorno-ok
           move "N"  to ws-estorno-existente
           move zero to ws-qtd-estornos

           if ws-movimentos-esta-aberto
               close movimentos-master
               move "N" to ws-movimentos-aberto
           end-if

           open input movimentos-master

           if ws-status-movimentos = "00"
               move "N" to ws-fim-movimentos

               perform until ws-fim-arquivo-movimentos
                   read movimentos-master
                       at end
                           move "S" to ws-fim-movimentos
                       not at end
                           if mv-execucao = ws-execucao-desfazer
                               perform 2941-guarda-estorno
                           end-if
                   end-read
               end-perform

               close movimentos-master
           else
               if ws-status-movimentos <> "35"
                   display "Nao foi possivel ler MOVIMENTOS.TXT (status "
                           ws-status-movimentos ")."
                   move "N" to ws-estorno-ok
               end-if
           end-if

           if ws-estorno-ja-gravado
               move zero to ws-qtd-estornos
           end-if

           .
       2943-carrega-estornos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Desfaz a execucao confirmada: mestres, RESULTADOS.DAT, arquivos
      *>  acumulados, estorno no diario, catalogo de geracoes e a linha de
      *>  auditoria
      *>------------------------------------------------------------------------
       2944-desfaz-geracao section.

           move "S"  to ws-desfazer-ok
           move zero to ws-qtd-total-excluidas
           move ws-geracao-desfazer to ws-geracao-corrente

           perform varying ws-idx-mst from 1 by 1
                   until ws-idx-mst > 7
               perform 1456-nomes-geracao

               evaluate true
                   when ws-idx-mst = 6
                       perform 2945-restaura-resultados
                   when ws-ger-presente(ws-geracao-corrente, ws-idx-mst)
                        = "S"
                       move ws-nome-copia-mestre to ws-nome-geracao-origem
                       move ws-nome-mestre       to ws-nome-geracao-destino
                       move space                to ws-filtro-copia
                       perform 1460-copia-arquivo

                       if not ws-copia-esta-ok or
                          not ws-mestre-esta-presente
                           display "Nao foi possivel restaurar "
                                   ws-nome-mestre " de "
                                   ws-nome-copia-mestre "."
                           move "N" to ws-desfazer-ok
                       end-if
                   when ws-ger-presente(ws-geracao-corrente, ws-idx-mst)
                        = space
      *>                geracao anterior a entrada do mestre na lista
                       display ws-nome-mestre " fora da geracao "
                               ws-geracao-corrente "; mantido."
                   when other
      *>                o mestre nao existia antes da execucao: fica vazio
                       move ws-nome-mestre to ws-nome-geracao-destino
                       open output geracao-destino
                       if ws-status-geracao-destino = "00"
                           close geracao-destino
                       else
                           display "Nao foi possivel esvaziar "
                                   ws-nome-mestre "."
                           move "N" to ws-desfazer-ok
                       end-if
               end-evaluate
           end-perform

           perform varying ws-idx-anx from 1 by 1
                   until ws-idx-anx > 7
               perform 2946-limpa-acumulado
           end-perform

           perform 2949-grava-estornos

           if ws-desfazer-esta-ok
               move "D" to ws-ger-situacao(ws-geracao-corrente)
               move "OK"   to ws-situacao-desfazer
           else
               move "ERRO" to ws-situacao-desfazer
           end-if

      *>    a geracao desfeita com erro continua ativa, para repetir
           move "S" to ws-geracao-ok
           perform 1454-grava-catalogo-geracoes

           perform 2948-grava-auditoria

           if ws-desfazer-esta-ok
               display "Execucao " ws-execucao-desfazer " desfeita: "
                       ws-qtd-total-excluidas " registros removidos dos"
                       " arquivos acumulados."
               display "Entradas ja consumidas pela execucao (ciclo"
                       " noturno) ficaram nas copias datadas dela."
           else
               display "Execucao " ws-execucao-desfazer " desfeita com"
                       " erro; veja as mensagens acima e os arquivos"
                       " .TMP antes de repetir."
           end-if

           .
       2944-desfaz-geracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Devolve RESULTADOS.DAT a geracao: os concursos dela sao
      *>  regravados como estavam (situacao inclusive) e os incluidos
      *>  depois sao excluidos
      *>------------------------------------------------------------------------
       2945-restaura-resultados section.

           move all "N" to ws-tabela-concursos-geracao

           open i-o resultados-master
           if ws-status-resultados = "35"
               open output resultados-master
               close resultados-master
               open i-o resultados-master
           end-if

           if ws-status-resultados <> "00"
               display "Nao foi possivel abrir RESULTADOS.DAT para"
                       " restaurar (status " ws-status-resultados ")."
               move "N" to ws-desfazer-ok
           else
               if ws-ger-presente(ws-geracao-corrente, 6) = "S"
                   move ws-nome-copia-mestre to ws-nome-geracao-origem
                   open input geracao-origem

                   if ws-status-geracao-origem <> "00"
                       display "Nao foi possivel ler "
                               ws-nome-copia-mestre "."
                       move "N" to ws-desfazer-ok
                   else
                       move "N" to ws-fim-geracao-origem

                       perform until ws-fim-arquivo-geracao-origem
                           read geracao-origem
                               at end
                                   move "S" to ws-fim-geracao-origem
                               not at end
                                   perform 2947-restaura-concurso
                           end-read
                       end-perform

                       close geracao-origem
                   end-if
               end-if

      *>        concurso fora da geracao foi incluido depois dela
               if ws-desfazer-esta-ok
                   move zero to rm-concurso

                   start resultados-master key not < rm-concurso
                       invalid key
                           move "S" to ws-fim-resultados-geracao
                       not invalid key
                           move "N" to ws-fim-resultados-geracao
                   end-start

                   perform until ws-fim-arquivo-resultados-geracao
                       read resultados-master next
                           at end
                               move "S" to ws-fim-resultados-geracao
                           not at end
                               if rm-concurso > 0 and
                                  ws-cgr-presente(rm-concurso) not = "S"
                                   delete resultados-master
                                       invalid key
                                           move "N" to ws-desfazer-ok
                                   end-delete
                               end-if
                       end-read
                   end-perform
               end-if

               close resultados-master
           end-if

           .
       2945-restaura-resultados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava em RESULTADOS.DAT o concurso lido da geracao, ou o inclui
      *>  se ele foi excluido depois
      *>------------------------------------------------------------------------
       2947-restaura-concurso section.

           move geracao-origem-registro to resultados-master-registro

           if rm-concurso > 0
               move "S" to ws-cgr-presente(rm-concurso)
           end-if

           rewrite resultados-master-registro
               invalid key
                   write resultados-master-registro
                       invalid key
                           display "Nao foi possivel restaurar o"
                                   " concurso " rm-concurso "."
                           move "N" to ws-desfazer-ok
                   end-write
           end-rewrite

           .
       2947-restaura-concurso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tira do arquivo acumulado ws-idx-anx os registros da execucao
      *>  desfeita: o arquivo vai inteiro para <arquivo>.TMP e volta sem
      *>  eles; se a volta falhar, o .TMP guarda o conteudo original
      *>------------------------------------------------------------------------
       2946-limpa-acumulado section.

           move spaces to ws-nome-mestre
           string ws-anx-base(ws-idx-anx)             delimited by space
                  ".TXT"                              delimited by size
               into ws-nome-mestre

           move spaces to ws-nome-copia-mestre
           string ws-anx-base(ws-idx-anx)             delimited by space
                  ".TMP"                              delimited by size
               into ws-nome-copia-mestre

           move ws-nome-mestre       to ws-nome-geracao-origem
           move ws-nome-copia-mestre to ws-nome-geracao-destino
           move space                to ws-filtro-copia
           perform 1460-copia-arquivo

           if not ws-copia-esta-ok
               move "N" to ws-desfazer-ok
           else
               if ws-mestre-esta-presente
                   move ws-nome-copia-mestre to ws-nome-geracao-origem
                   move ws-nome-mestre       to ws-nome-geracao-destino
                   move ws-anx-filtro(ws-idx-anx) to ws-filtro-copia
                   move ws-ger-qtd-pagamentos(ws-geracao-corrente)
                     to ws-limite-linhas-copia
                   perform 1460-copia-arquivo

                   if not ws-copia-esta-ok
                       display "Restaure " ws-nome-mestre " de "
                               ws-nome-copia-mestre "."
                       move "N" to ws-desfazer-ok
                   else
                       add ws-qtd-linhas-excluidas
                         to ws-qtd-total-excluidas
                       display ws-nome-mestre ": "
                               ws-qtd-linhas-excluidas
                               " registros removidos."
                   end-if
               end-if
           end-if

           .
       2946-limpa-acumulado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava em AUDITORIA.TXT quem desfez qual execucao, quando, a
      *>  geracao devolvida, os registros removidos e o resultado
      *>------------------------------------------------------------------------
       2948-grava-auditoria section.

           open extend auditoria-log
           if ws-status-auditoria = "35"
               open output auditoria-log
           end-if

           if ws-status-auditoria <> "00"
               display "Nao foi possivel gravar AUDITORIA.TXT (status "
                       ws-status-auditoria ")."
           else
               accept ws-log-data from date yyyymmdd
               accept ws-log-hora from time

               move spaces to ws-relatorio-linha
               string   "DATA:"                       delimited by size
                        ws-log-data                   delimited by size
                        " HORA:"                      delimited by size
                        ws-log-hora                   delimited by size
                        " OPERADOR:"                  delimited by size
                        ws-operador-desfazer          delimited by size
                        " DESFEZ A EXECUCAO:"         delimited by size
                        ws-execucao-desfazer          delimited by size
                        " MODO:"                      delimited by size
                        ws-ger-modo(ws-geracao-corrente)
                                                      delimited by size
                        " GERACAO:"                   delimited by size
                        ws-geracao-corrente           delimited by size
                        " DE "                        delimited by size
                        ws-ger-data(ws-geracao-corrente)
                                                      delimited by size
                        " REMOVIDOS:"                 delimited by size
                        ws-qtd-total-excluidas        delimited by size
                        " ESTORNOS:"                  delimited by size
                        ws-qtd-estornos               delimited by size
                        " NA EXECUCAO:"               delimited by size
                        ws-numero-execucao            delimited by size
                        " SITUACAO:"                  delimited by size
                        ws-situacao-desfazer          delimited by size
                   into ws-relatorio-linha
               write auditoria-log-registro from ws-relatorio-linha

               close auditoria-log
           end-if

           .
       2948-grava-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescenta ao diario o estorno (tipo ES) de cada movimento da
      *>  execucao desfeita, do ultimo para o primeiro, com a natureza
      *>  inversa e o saldo de antes do movimento estornado: o diario fecha
      *>  com os saldos devolvidos sem perder nenhuma linha ja conciliada
      *>------------------------------------------------------------------------
       2949-grava-estornos section.

           if ws-qtd-estornos > 0
               open extend movimentos-master
               if ws-status-movimentos = "35"
                   open output movimentos-master
               end-if

               if ws-status-movimentos <> "00"
                   display "Nao foi possivel gravar o estorno em"
                           " MOVIMENTOS.TXT (status "
                           ws-status-movimentos ")."
                   move "N" to ws-desfazer-ok
               else
                   accept ws-log-data from date yyyymmdd

                   perform varying ws-idx-est from ws-qtd-estornos by -1
                           until ws-idx-est < 1
                       move ws-est-apostador(ws-idx-est) to mv-apostador
                       move ws-log-data                  to mv-data
                       move ws-execucao-desfazer         to mv-execucao
                       move "ES"                         to mv-tipo
                       move ws-est-concurso(ws-idx-est)  to mv-concurso
                       move ws-est-sequencia(ws-idx-est) to mv-sequencia
                       move ws-est-valor(ws-idx-est)     to mv-valor

                       if ws-est-natureza(ws-idx-est) = "C"
                           move "D" to mv-natureza
                           if ws-est-saldo-apos(ws-idx-est) >
                              ws-est-valor(ws-idx-est)
                               compute mv-saldo-apos =
                                   ws-est-saldo-apos(ws-idx-est) -
                                   ws-est-valor(ws-idx-est)
                           else
                               move zero to mv-saldo-apos
                           end-if
                       else
                           move "C" to mv-natureza
                           compute mv-saldo-apos =
                               ws-est-saldo-apos(ws-idx-est) +
                               ws-est-valor(ws-idx-est)
                       end-if

                       write movimentos-master-registro
                   end-perform

                   close movimentos-master

                   display "MOVIMENTOS.TXT: " ws-qtd-estornos
                           " movimentos estornados."
               end-if
           end-if

           .
       2949-grava-estornos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Manutencao de parametros do jogo em tela cheia: edita nome,
      *>  quantidade de numeros e faixa maxima e regrava PARAMETROS.TXT,
                     to ws-msg-tela
               end-if

               if ws-parametros-estao-ok and
                  (ws-jp-qtd-geracoes < 1 or ws-jp-qtd-geracoes > 20)
                   move "N" to ws-parametros-ok
                   move "Geracoes de backup: digite de 01 a 20."
                     to ws-msg-tela
               end-if

           end-perform

           open output parametros-jogo
               move ws-jp-nome-jogo   to pj-nome-jogo
               move ws-jp-qtd-numeros to pj-qtd-numeros
               move ws-jp-max-range   to pj-max-range
               move ws-jp-qtd-geracoes to pj-qtd-geracoes
               write parametros-jogo-registro
               close parametros-jogo


               perform 2426-grava-relatorio-apostador

               move "01" to ws-motivo-codigo
               perform 2429-grava-rejeitada
           else
               perform 2020-valida-aposta
               perform 2969-inclui-aposta-simulado
                   write relatorio-saida-registro from ws-relatorio-linha
                   add 1 to ws-qtd-gravados

                   move "07" to ws-motivo-codigo
                   perform 2429-grava-rejeitada
               else
                   add 1 to ws-qtd-validos
                   add 1 to ws-qtd-apostas-tab

               perform 2425-grava-relatorio-invalida

               move "02" to ws-motivo-codigo
               perform 2429-grava-rejeitada
           end-if

           .
               move "N" to ws-historico-aberto
           end-if

           if ws-movimentos-esta-aberto
               close movimentos-master
               move "N" to ws-movimentos-aberto
           end-if

           if ws-limites-esta-aberto
               close limites-log
               move "N" to ws-limites-aberto
           end-if

           if ws-comprovantes-esta-aberto
               close comprovantes-master
               move "N" to ws-comprovantes-aberto
           end-if

           Stop run
           .
       3000-finaliza-exit.
