      $set sourceformat"free"
      *>Divisão de identificação do programa
       identification division.
       program-id. "Concilia.Saldos.vg".
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

           select saldos-master
               assign to "SALDOS.TXT"
               organization is line sequential
               file status is ws-status-saldos.

           select movimentos-master
               assign to "MOVIMENTOS.TXT"
               organization is line sequential
               file status is ws-status-movimentos.

           select fechamento-master
               assign to "FECHAMENTO.TXT"
               organization is line sequential
               file status is ws-status-fechamento.

           select conciliacao-saida
               assign to "CONCILIACAO.TXT"
               organization is line sequential
               file status is ws-status-conciliacao.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.

      *>----SALDOS.TXT: conta corrente de cada apostador, regravada pelo
      *>----programa de sorteio ao fim de cada execucao
       fd  saldos-master.
       01  saldos-master-registro.
           05  sd-codigo                             pic 9(05).
           05  sd-saldo                               pic 9(09)v9(02).

      *>----MOVIMENTOS.TXT: diario permanente dos movimentos de conta, no
      *>----mesmo layout gravado pelo programa de sorteio
       fd  movimentos-master.
       01  movimentos-master-registro.
           05  mv-apostador                          pic 9(05).
           05  mv-data                                pic 9(08).
           05  mv-execucao                            pic 9(06).
           05  mv-tipo                                pic x(02).
           05  mv-concurso                            pic 9(04).
           05  mv-sequencia                           pic 9(05).
           05  mv-natureza                            pic x(01).
               88  mv-credito                           value "C".
               88  mv-debito                            value "D".
           05  mv-valor                               pic 9(09)v9(02).
           05  mv-saldo-apos                          pic 9(09)v9(02).

      *>----FECHAMENTO.TXT: saldos do ultimo fechamento conciliado - header
      *>----"H" com a data e a quantidade de movimentos do diario ja
      *>----cobertos por ele, e um detalhe "D" por conta com o saldo
       fd  fechamento-master.
       01  fechamento-master-registro.
           05  fc-tipo                               pic x(01).
           05  fc-dados                               pic x(20).
       01  fechamento-header-registro.
           05  fh-tipo                               pic x(01).
           05  fh-data                                pic 9(08).
           05  fh-qtd-movimentos                      pic 9(09).
       01  fechamento-detalhe-registro.
           05  fd-tipo                               pic x(01).
           05  fd-apostador                           pic 9(05).
           05  fd-saldo                               pic 9(09)v9(02).

       fd  conciliacao-saida.
       01  conciliacao-saida-registro               pic x(200).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-status-saldos                         pic  x(02).
       77  ws-status-movimentos                     pic  x(02).
       77  ws-status-fechamento                     pic  x(02).
       77  ws-status-conciliacao                    pic  x(02).

       77  ws-fim-saldos                            pic  x(01).
           88  ws-fim-arquivo-saldos                    value "S".
       77  ws-fim-movimentos                        pic  x(01).
           88  ws-fim-arquivo-movimentos                value "S".
       77  ws-fim-fechamento                        pic  x(01).
           88  ws-fim-arquivo-fechamento                value "S".

      *>----Fechamento anterior: sem FECHAMENTO.TXT a execucao so registra
      *>----o fechamento inicial (os saldos de hoje passam a ser a base)
       77  ws-fechamento-achado                     pic  x(01).
           88  ws-fechamento-foi-achado                 value "S".
       77  ws-data-fechamento-anterior              pic  9(08).
       77  ws-qtd-mov-cobertos                      pic  9(09).
       77  ws-qtd-mov-lidos                         pic  9(09).
       77  ws-qtd-mov-novos                         pic  9(09).
       77  ws-qtd-mov-ignorados                     pic  9(09).
       77  ws-data-hoje                             pic  9(08).

      *>----Contas da conciliacao: saldo do fechamento anterior, creditos
      *>----e debitos do diario desde ele e saldo corrente de SALDOS.TXT
       77  ws-qtd-contas                            pic  9(04).
       77  ws-idx-cta                               pic  9(04).
       77  ws-idx-cta-achado                        pic  9(04).
       77  ws-conta-busca                           pic  9(05).
       77  ws-conta-achada                          pic  x(01).
           88  ws-conta-foi-achada                      value "S".
       77  ws-tabela-cheia                          pic  x(01).
           88  ws-tabela-esta-cheia                     value "S".

       01  ws-tabela-contas.
           05  ws-cta-registro     occurs 2000 times.
               10  ws-cta-codigo                     pic 9(05).
               10  ws-cta-saldo-anterior             pic 9(09)v9(02).
               10  ws-cta-creditos                   pic 9(11)v9(02).
               10  ws-cta-debitos                    pic 9(11)v9(02).
               10  ws-cta-qtd-movimentos             pic 9(07).
               10  ws-cta-saldo-atual                pic 9(09)v9(02).
               10  ws-cta-ultimo-saldo-apos          pic 9(09)v9(02).

      *>----Totais e linha do relatorio
       77  ws-qtd-conferem                          pic  9(05).
       77  ws-qtd-nao-conferem                      pic  9(05).
       77  ws-saldo-esperado                        pic s9(11)v9(02).
       77  ws-diferenca                             pic s9(11)v9(02).
       77  ws-total-anterior                        pic  9(11)v9(02).
       77  ws-total-creditos                        pic  9(11)v9(02).
       77  ws-total-debitos                         pic  9(11)v9(02).
       77  ws-total-atual                           pic  9(11)v9(02).
       77  ws-valor-editado                         pic  zzz.zzz.zz9,99.
       77  ws-creditos-editado                      pic  zzz.zzz.zz9,99.
       77  ws-debitos-editado                       pic  zzz.zzz.zz9,99.
       77  ws-atual-editado                         pic  zzz.zzz.zz9,99.
       77  ws-esperado-editado                      pic  -zzz.zzz.zz9,99.
       77  ws-diferenca-editada                     pic  -zzz.zzz.zz9,99.
       01  ws-conciliacao-linha                     pic  x(200).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.


           perform 1000-inicializa.
           perform 1100-carrega-fechamento.
           perform 1200-le-movimentos.
           perform 1300-le-saldos.

           if ws-status-saldos <> "00"
               display "SALDOS.TXT nao encontrado; nada a conciliar."
           else
               perform 2000-relatorio-conciliacao

      *>        sem o relatorio o fechamento nao avanca: as diferencas
      *>        do periodo voltam na proxima conciliacao
               if ws-status-conciliacao = "00"
                   perform 2200-grava-fechamento
               else
                   display "Fechamento mantido; conciliacao nao"
                           " registrada."
                   move 8 to return-code
               end-if
           end-if.

           perform 3000-finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       1000-inicializa section.

           move    zero    to  ws-qtd-contas
           move    zero    to  ws-qtd-mov-cobertos
           move    zero    to  ws-qtd-mov-lidos
           move    zero    to  ws-qtd-mov-novos
           move    zero    to  ws-qtd-mov-ignorados
           move    zero    to  ws-data-fechamento-anterior
           move    zero    to  ws-qtd-conferem
           move    zero    to  ws-qtd-nao-conferem
           move    zero    to  ws-total-anterior
           move    zero    to  ws-total-creditos
           move    zero    to  ws-total-debitos
           move    zero    to  ws-total-atual
           move    "N"     to  ws-fechamento-achado
           move    "N"     to  ws-tabela-cheia

           accept ws-data-hoje from date yyyymmdd

           .
       1000-inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o fechamento anterior (FECHAMENTO.TXT): o saldo de abertura de
      *>  cada conta e quantos movimentos do diario ele ja cobre
      *>------------------------------------------------------------------------
       1100-carrega-fechamento section.

           open input fechamento-master

           if ws-status-fechamento <> "00"
               display "FECHAMENTO.TXT nao encontrado; esta execucao"
                       " registra o fechamento inicial."
           else
               move "N" to ws-fim-fechamento

               perform until ws-fim-arquivo-fechamento
                   read fechamento-master
                       at end
                           move "S" to ws-fim-fechamento
                       not at end
                           if fc-tipo = "H"
                               move "S" to ws-fechamento-achado
                               move fh-data
                                 to ws-data-fechamento-anterior
                               move fh-qtd-movimentos
                                 to ws-qtd-mov-cobertos
                           else
                               if fc-tipo = "D"
                                   move fd-apostador to ws-conta-busca
                                   perform 1500-localiza-conta

                                   if ws-conta-foi-achada
                                       move fd-saldo
                                         to ws-cta-saldo-anterior
                                            (ws-idx-cta-achado)
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform

               close fechamento-master
           end-if

           .
       1100-carrega-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o diario (MOVIMENTOS.TXT) e acumula por conta os creditos e
      *>  debitos posteriores ao fechamento anterior; os movimentos ja
      *>  cobertos por ele sao so contados
      *>------------------------------------------------------------------------
       1200-le-movimentos section.

           open input movimentos-master

           if ws-status-movimentos <> "00"
               display "MOVIMENTOS.TXT nao encontrado; conciliacao sem"
                       " movimentos."
           else
               move "N" to ws-fim-movimentos

               perform until ws-fim-arquivo-movimentos
                   read movimentos-master
                       at end
                           move "S" to ws-fim-movimentos
                       not at end
                           add 1 to ws-qtd-mov-lidos

                           if ws-qtd-mov-lidos > ws-qtd-mov-cobertos
                               perform 1250-acumula-movimento
                           end-if
                   end-read
               end-perform

               close movimentos-master
           end-if

           .
       1200-le-movimentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o movimento corrente na conta dele; linha fora do layout do
      *>  diario e contada como ignorada
      *>------------------------------------------------------------------------
       1250-acumula-movimento section.

           if mv-apostador not numeric or mv-valor not numeric or
              not (mv-credito or mv-debito)
               add 1 to ws-qtd-mov-ignorados
           else
               move mv-apostador to ws-conta-busca
               perform 1500-localiza-conta

               if ws-conta-foi-achada
                   add 1 to ws-qtd-mov-novos
                   add 1 to ws-cta-qtd-movimentos(ws-idx-cta-achado)

                   if mv-credito
                       add mv-valor
                         to ws-cta-creditos(ws-idx-cta-achado)
                   else
                       add mv-valor
                         to ws-cta-debitos(ws-idx-cta-achado)
                   end-if

                   if mv-saldo-apos numeric
                       move mv-saldo-apos
                         to ws-cta-ultimo-saldo-apos(ws-idx-cta-achado)
                   end-if
               end-if
           end-if

           .
       1250-acumula-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le os saldos correntes de SALDOS.TXT
      *>------------------------------------------------------------------------
       1300-le-saldos section.

           open input saldos-master

           if ws-status-saldos = "00"
               move "N" to ws-fim-saldos

               perform until ws-fim-arquivo-saldos
                   read saldos-master
                       at end
                           move "S" to ws-fim-saldos
                       not at end
                           move sd-codigo to ws-conta-busca
                           perform 1500-localiza-conta

                           if ws-conta-foi-achada
                               move sd-saldo
                                 to ws-cta-saldo-atual(ws-idx-cta-achado)
                           end-if
                   end-read
               end-perform

               close saldos-master
           end-if

           .
       1300-le-saldos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura a conta ws-conta-busca na tabela e a inclui zerada quando
      *>  ainda nao existe; devolve ws-idx-cta-achado
      *>------------------------------------------------------------------------
       1500-localiza-conta section.

           move "N"  to ws-conta-achada
           move zero to ws-idx-cta-achado

           perform varying ws-idx-cta from 1 by 1
                   until ws-idx-cta > ws-qtd-contas
                      or ws-conta-foi-achada
               if ws-cta-codigo(ws-idx-cta) = ws-conta-busca
                   move "S"        to ws-conta-achada
                   move ws-idx-cta to ws-idx-cta-achado
               end-if
           end-perform

           if not ws-conta-foi-achada
               if ws-qtd-contas >= 2000
                   if not ws-tabela-esta-cheia
                       move "S" to ws-tabela-cheia
                       display "Atencao: mais de 2000 contas; as"
                               " excedentes ficam fora da conciliacao."
                   end-if
               else
                   add 1 to ws-qtd-contas
                   move ws-qtd-contas to ws-idx-cta-achado
                   move "S"           to ws-conta-achada

                   move ws-conta-busca
                     to ws-cta-codigo(ws-idx-cta-achado)
                   move zero to ws-cta-saldo-anterior(ws-idx-cta-achado)
                   move zero to ws-cta-creditos(ws-idx-cta-achado)
                   move zero to ws-cta-debitos(ws-idx-cta-achado)
                   move zero to ws-cta-qtd-movimentos(ws-idx-cta-achado)
                   move zero to ws-cta-saldo-atual(ws-idx-cta-achado)
                   move zero
                     to ws-cta-ultimo-saldo-apos(ws-idx-cta-achado)
               end-if
           end-if

           .
       1500-localiza-conta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava CONCILIACAO.TXT: para cada conta, saldo do fechamento
      *>  anterior + movimentos do diario = saldo corrente; as contas que
      *>  nao fecham saem listadas com a diferenca
      *>------------------------------------------------------------------------
       2000-relatorio-conciliacao section.

           open output conciliacao-saida

           if ws-status-conciliacao <> "00"
               display "Nao foi possivel abrir CONCILIACAO.TXT."
           else
               move spaces to ws-conciliacao-linha
               string   "*** CONCILIACAO DE SALDOS EM "  delimited by size
                        ws-data-hoje                     delimited by size
                        " ***"                           delimited by size
                   into ws-conciliacao-linha
               write conciliacao-saida-registro from ws-conciliacao-linha

               move spaces to ws-conciliacao-linha
               if ws-fechamento-foi-achado
                   string "FECHAMENTO ANTERIOR:"       delimited by size
                          ws-data-fechamento-anterior  delimited by size
                          " MOVIMENTOS DO DIARIO:"     delimited by size
                          ws-qtd-mov-lidos             delimited by size
                          " JA COBERTOS:"              delimited by size
                          ws-qtd-mov-cobertos          delimited by size
                          " NOVOS:"                    delimited by size
                          ws-qtd-mov-novos             delimited by size
                          " IGNORADOS:"                delimited by size
                          ws-qtd-mov-ignorados         delimited by size
                       into ws-conciliacao-linha
               else
                   string "SEM FECHAMENTO ANTERIOR: SALDOS DE HOJE"
                          " REGISTRADOS COMO FECHAMENTO INICIAL"
                                                       delimited by size
                          " (MOVIMENTOS DO DIARIO:"    delimited by size
                          ws-qtd-mov-lidos             delimited by size
                          ")"                          delimited by size
                       into ws-conciliacao-linha
               end-if
               write conciliacao-saida-registro from ws-conciliacao-linha

               if ws-fechamento-foi-achado
                   move "CONTAS QUE NAO FECHAM:" to ws-conciliacao-linha
                   write conciliacao-saida-registro
                       from ws-conciliacao-linha

                   perform varying ws-idx-cta from 1 by 1
                           until ws-idx-cta > ws-qtd-contas
                       perform 2100-confere-conta
                   end-perform
               end-if

               perform 2150-totais-conciliacao

               close conciliacao-saida

               if ws-fechamento-foi-achado
                   display "Conciliacao: " ws-qtd-conferem
                           " contas conferem, " ws-qtd-nao-conferem
                           " nao conferem; detalhes em CONCILIACAO.TXT."
               else
                   display "Fechamento inicial registrado com "
                           ws-qtd-contas " contas."
               end-if
           end-if

           .
       2000-relatorio-conciliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a conta ws-idx-cta e grava a linha dela quando o saldo
      *>  corrente difere do esperado pelo diario
      *>------------------------------------------------------------------------
       2100-confere-conta section.

           compute ws-saldo-esperado =
               ws-cta-saldo-anterior(ws-idx-cta) +
               ws-cta-creditos(ws-idx-cta) -
               ws-cta-debitos(ws-idx-cta)

           compute ws-diferenca =
               ws-cta-saldo-atual(ws-idx-cta) - ws-saldo-esperado

           add ws-cta-saldo-anterior(ws-idx-cta) to ws-total-anterior
           add ws-cta-creditos(ws-idx-cta)       to ws-total-creditos
           add ws-cta-debitos(ws-idx-cta)        to ws-total-debitos
           add ws-cta-saldo-atual(ws-idx-cta)    to ws-total-atual

           if ws-diferenca = 0
               add 1 to ws-qtd-conferem
           else
               add 1 to ws-qtd-nao-conferem

               move ws-cta-saldo-anterior(ws-idx-cta) to ws-valor-editado
               move ws-cta-creditos(ws-idx-cta)       to ws-creditos-editado
               move ws-cta-debitos(ws-idx-cta)        to ws-debitos-editado
               move ws-cta-saldo-atual(ws-idx-cta)    to ws-atual-editado
               move ws-saldo-esperado                 to ws-esperado-editado
               move ws-diferenca                      to ws-diferenca-editada

               move spaces to ws-conciliacao-linha
               string   "CONTA:"                     delimited by size
                        ws-cta-codigo(ws-idx-cta)    delimited by size
                        " ANTERIOR:R$"               delimited by size
                        ws-valor-editado             delimited by size
                        " CREDITOS:R$"               delimited by size
                        ws-creditos-editado          delimited by size
                        " DEBITOS:R$"                delimited by size
                        ws-debitos-editado           delimited by size
                        " ESPERADO:R$"               delimited by size
                        ws-esperado-editado          delimited by size
                        " SALDOS.TXT:R$"             delimited by size
                        ws-atual-editado             delimited by size
                        " DIFERENCA:R$"              delimited by size
                        ws-diferenca-editada         delimited by size
                        " MOVIMENTOS:"               delimited by size
                        ws-cta-qtd-movimentos(ws-idx-cta)
                                                     delimited by size
                   into ws-conciliacao-linha
               write conciliacao-saida-registro from ws-conciliacao-linha
           end-if

           .
       2100-confere-conta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava as linhas de totais da conciliacao
      *>------------------------------------------------------------------------
       2150-totais-conciliacao section.

           if not ws-fechamento-foi-achado
               perform varying ws-idx-cta from 1 by 1
                       until ws-idx-cta > ws-qtd-contas
                   add ws-cta-saldo-atual(ws-idx-cta) to ws-total-atual
               end-perform
           end-if

           move spaces to ws-conciliacao-linha
           string   "CONTAS:"                        delimited by size
                    ws-qtd-contas                    delimited by size
                    " CONFEREM:"                     delimited by size
                    ws-qtd-conferem                  delimited by size
                    " NAO CONFEREM:"                 delimited by size
                    ws-qtd-nao-conferem              delimited by size
               into ws-conciliacao-linha
           write conciliacao-saida-registro from ws-conciliacao-linha

           move ws-total-anterior to ws-valor-editado
           move ws-total-creditos to ws-creditos-editado
           move ws-total-debitos  to ws-debitos-editado
           move ws-total-atual    to ws-atual-editado

           move spaces to ws-conciliacao-linha
           string   "TOTAL ANTERIOR:R$"              delimited by size
                    ws-valor-editado                 delimited by size
                    " CREDITOS:R$"                   delimited by size
                    ws-creditos-editado              delimited by size
                    " DEBITOS:R$"                    delimited by size
                    ws-debitos-editado               delimited by size
                    " SALDOS.TXT:R$"                 delimited by size
                    ws-atual-editado                 delimited by size
               into ws-conciliacao-linha
           write conciliacao-saida-registro from ws-conciliacao-linha

           .
       2150-totais-conciliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava FECHAMENTO.TXT com os saldos correntes e a quantidade de
      *>  movimentos do diario lidos, base da proxima conciliacao; as
      *>  diferencas ficam registradas em CONCILIACAO.TXT
      *>------------------------------------------------------------------------
       2200-grava-fechamento section.

           open output fechamento-master

           if ws-status-fechamento <> "00"
               display "Nao foi possivel gravar FECHAMENTO.TXT;"
                       " a proxima conciliacao repete esta base."
           else
               move spaces           to fechamento-master-registro
               move "H"              to fh-tipo
               move ws-data-hoje     to fh-data
               move ws-qtd-mov-lidos to fh-qtd-movimentos
               write fechamento-header-registro

               perform varying ws-idx-cta from 1 by 1
                       until ws-idx-cta > ws-qtd-contas
                   move spaces to fechamento-master-registro
                   move "D"    to fd-tipo
                   move ws-cta-codigo(ws-idx-cta)      to fd-apostador
                   move ws-cta-saldo-atual(ws-idx-cta) to fd-saldo
                   write fechamento-detalhe-registro
               end-perform

               close fechamento-master
           end-if

           .
       2200-grava-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  procedimentos de finalização
      *>------------------------------------------------------------------------
       3000-finaliza section.

           Stop run
           .
       3000-finaliza-exit.
           exit.
