                  organization is line sequential
                  file status is ws-fs-arqHistImp.

                  select arqComandos assign to "arqComandos.txt" *> jobs da execucao em lote (um por linha: FE/BK/AU/EX/BA + parametro)
                  organization is line sequential
                  file status is ws-fs-arqComandos.

                  organization is line sequential
                  file status is ws-fs-arqRematricula.

                  select arqRegras assign to "arqRegras.txt" *> regras de aprovacao por ano letivo (e opcionalmente por turma)
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is rgr-chave     *> ano + turma: turma em branco
                                              *> vale para o ano inteiro
                  file status is ws-fs-arqRegras.

                  select arqPeriodo assign to "arqPeriodo.txt" *> periodos letivos (bimestres) de cada ano letivo
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is per-chave     *> ano + numero do periodo
                  file status is ws-fs-arqPeriodo.

                  select arqNotaPeriodo assign to "arqNotaPeriodo.txt" *> periodo de cada avaliacao lancada (NO/ND/BL)
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is npe-chave     *> aluno + ano + disciplina
                                              *> (zero = notas agrupadas)
                  file status is ws-fs-arqNotaPeriodo.

                  select arqBolParcial assign to "boletimParcial.txt" *> arquivo de impressao do boletim parcial do periodo
                  organization is line sequential
                  file status is ws-fs-arqBolParcial.

                  select arqConselho assign to "arqConselho.txt" *> deliberacoes do conselho de classe
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cns-chave     *> aluno + ano letivo
                  file status is ws-fs-arqConselho.

                  select arqRetSolic assign to "arqRetSolicitacao.txt" *> solicitacoes de retificacao do historico
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is rts-chave     *> aluno + ano + numero da solicitacao
                  file status is ws-fs-arqRetSolic.

                  select arqRetificacao assign to "arqRetificacoes.txt" *> valores originais do historico retificado (permanente)
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is ret-chave     *> aluno + ano + numero da solicitacao
                  file status is ws-fs-arqRetificacao.

                  select arqBuscaAtiva assign to "arqBuscaAtiva.txt" *> episodios de faltas seguidas ja notificados
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is bsa-chave     *> aluno + data da primeira falta da sequencia
                  file status is ws-fs-arqBuscaAtiva.

                  select arqBscLista assign to "buscaAtiva.txt" *> lista de alunos acima do limite de faltas seguidas
                  organization is line sequential
                  file status is ws-fs-arqBscLista.

                  select arqBscCartas assign to "buscaAtivaCartas.txt" *> cartas de notificacao aos responsaveis
                  organization is line sequential
                  file status is ws-fs-arqBscCartas.

                  select arqBscFichas assign to "buscaAtivaFichas.txt" *> fichas de comunicacao ao Conselho Tutelar
                  organization is line sequential
                  file status is ws-fs-arqBscFichas.

                  select arqHorario assign to "arqHorario.txt" *> quadro de horarios das turmas
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is hor-chave     *> turma + ano + dia da semana + aula
                  alternate record key is hor-chave-prof *> professor + ano + dia + aula: um professor
                                                         *> nao da duas aulas no mesmo horario
                  alternate record key is hor-chave-sala *> sala + ano + dia + aula: uma sala
                                                         *> nao recebe duas turmas no mesmo horario
                  file status is ws-fs-arqHorario.

                  select arqQuadroHor assign to "quadroHorarios.txt" *> arquivo de impressao do quadro de horarios
                  organization is line sequential
                  file status is ws-fs-arqQuadroHor.

                  select arqAulaDada assign to "arqAulasDadas.txt" *> diario de classe: aulas dadas por disciplina
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is adg-chave     *> turma + ano + disciplina + data
                  file status is ws-fs-arqAulaDada.

                  select arqCargaHor assign to "cargaHoraria.txt" *> relatorio de cumprimento da carga horaria
                  organization is line sequential
                  file status is ws-fs-arqCargaHor.

                  select arqResponsavel assign to "arqResponsaveis.txt" *> cadastro mestre de responsaveis
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is rsp-cpf
                  file status is ws-fs-arqResponsavel.

                  select arqAlunoResp assign to "arqAlunoResp.txt" *> vinculo aluno x responsavel
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is alr-chave     *> aluno + CPF do responsavel
                  alternate record key is alr-chave-resp *> CPF + aluno: familia do responsavel
                  file status is ws-fs-arqAlunoResp.

                  select arqDocumento assign to "arqDocumentos.txt" *> registro dos documentos emitidos (autenticidade)
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is doc-numero    *> numero de controle; o registro zero
                                              *> guarda o ultimo numero emitido
                  file status is ws-fs-arqDocumento.

                  select arqDocImpressao assign to "documentoEscolar.txt" *> impressao da declaracao/guia emitida
                  organization is line sequential
                  file status is ws-fs-arqDocImpressao.
                  select arqSeqMatricula assign to "arqSeqMatricula.txt" *> ultima sequencia de matricula usada em cada ano
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is smt-ano       *> ano de ingresso
                  file status is ws-fs-arqSeqMatricula.

                  select arqDePara assign to "arqDeParaMatricula.txt" *> de-para do codigo antigo (3 posicoes) para a matricula
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is dpm-cod-antigo
                  alternate record key is dpm-matricula
                  file status is ws-fs-arqDePara.

                  select arqCnvEntrada assign to ws-cnv-nome-entrada *> leitura sequencial da conversao de matricula
                  organization is line sequential
                  file status is ws-fs-arqCnvEntrada.

                  select arqCnvSaida assign to ws-cnv-nome-saida *> gravacao sequencial da conversao de matricula
                  organization is line sequential
                  file status is ws-fs-arqCnvSaida.

                  select arqCnvRelatorio assign to "conversaoMatricula.txt" *> reconciliacao da conversao de matricula
                  organization is line sequential
                  file status is ws-fs-arqCnvRelatorio.

                  select arqCnvConcluida assign to "conversaoMatricula.ok" *> marca de conversao de matricula concluida
                  organization is line sequential
                  file status is ws-fs-arqCnvConcluida.

      *>    leiautes anteriores a matricula (codigo do aluno com 3 posicoes),
      *>    usados somente na conversao para ler os indexados antigos
                  select arqCnvCadAluno assign to "arqCadAluno.txt" *> cadastro de alunos no leiaute antigo
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cva-cod
                  alternate record key is cva-aluno with duplicates
                  file status is ws-fs-arqCnvCadAluno.

                  select arqCnvEspera assign to "arqEspera.txt" *> lista de espera no leiaute antigo
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cve-chave
                  file status is ws-fs-arqCnvEspera.

                  select arqCnvHistorico assign to "arqHistorico.txt" *> historico escolar no leiaute antigo
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cvh-chave
                  file status is ws-fs-arqCnvHistorico.

                  select arqCnvFaltas assign to "arqFaltas.txt" *> faltas no leiaute antigo
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cvf-chave
                  file status is ws-fs-arqCnvFaltas.

                  select arqCnvNotasDisc assign to "arqNotasDisc.txt" *> notas por disciplina no leiaute antigo
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cvn-chave
                  file status is ws-fs-arqCnvNotasDisc.

                  select arqCnvNotaPeriodo assign to "arqNotaPeriodo.txt" *> notas por periodo no leiaute antigo
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cvp-chave
                  file status is ws-fs-arqCnvNotaPeriodo.

                  select arqCnvConselho assign to "arqConselho.txt" *> deliberacoes do conselho no leiaute antigo
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cvc-chave
                  file status is ws-fs-arqCnvConselho.

                  select arqCnvRetSolic assign to "arqRetSolicitacao.txt" *> solicitacoes de retificacao no leiaute antigo
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cvs-chave
                  file status is ws-fs-arqCnvRetSolic.

                  select arqCnvRetificacao assign to "arqRetificacoes.txt" *> retificacoes aprovadas no leiaute antigo
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cvr-chave
                  file status is ws-fs-arqCnvRetificacao.

                  select arqCnvBuscaAtiva assign to "arqBuscaAtiva.txt" *> episodios de busca ativa no leiaute antigo
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cvb-chave
                  file status is ws-fs-arqCnvBuscaAtiva.

                  select arqCnvAlunoResp assign to "arqAlunoResp.txt" *> vinculo aluno x responsavel no leiaute antigo
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cvl-chave
                  alternate record key is cvl-chave-resp
                  file status is ws-fs-arqCnvAlunoResp.

                  select arqCnvDocumento assign to "arqDocumentos.txt" *> documentos emitidos no leiaute antigo
                  organization is indexed
                  access mode is dynamic
                  lock mode is automatic
                  record key is cvd-numero
                  file status is ws-fs-arqCnvDocumento.

       i-o-control.

      *>Declaração de variáveis
       file section.
       fd arqCadAluno.
       01 fd-alunos.
           05  fd-cod                              pic X(08).
           05  fd-aluno                            pic X(25).
           05  fd-endereco                         pic X(35).
           05  fd-mae                              pic X(25).

       fd arqNotasBatch.
       01 lote-registro.
           05  lote-cod                            pic X(08).
           05  lote-qtd-notas                      pic 9(02).
           05  lote-notas-tab occurs 1 to 10 times
                              depending on lote-qtd-notas

       fd arqCheckpoint.
       01 chk-registro.
           05  chk-ultimo-cod                      pic X(08).

       fd arqJournal.
       01 jrn-registro.
           05  jrn-operador                        pic X(10).
           05  jrn-operacao                        pic X(09).
           05  jrn-arquivo                         pic X(12).
           05  jrn-cod                             pic X(14).
           05  jrn-antes                           pic X(250).
           05  jrn-depois                          pic X(250).


       fd arqReorgTemp.
       01 reorg-registro.
           05  reorg-cod                           pic X(08).
           05  reorg-aluno                         pic X(25).
           05  reorg-endereco                      pic X(35).
           05  reorg-mae                           pic X(25).

       fd arqBkpAluno.
       01 bka-registro.
           05  bka-cod                             pic X(08).
           05  bka-aluno                           pic X(25).
           05  bka-endereco                        pic X(35).
           05  bka-mae                             pic X(25).
               10  esp-turma-cod                   pic X(05).
               10  esp-ano-letivo                  pic 9(04).
               10  esp-seq                         pic 9(04).
           05  esp-cod                             pic X(08).
           05  esp-data                            pic 9(08).

       fd arqHistorico.
       01 hst-registro.
           05  hst-chave.
               10  hst-cod                         pic X(08).
               10  hst-ano-letivo                  pic 9(04).
           05  hst-aluno                           pic X(25).
           05  hst-turma-cod                       pic X(05).
                             pic 9(02)v99.
           05  hst-media                           pic 9(02)v99.
           05  hst-situacao                        pic X(20).
      *>    aprovacao pelo conselho de classe: hst-situacao fica
      *>    "Aprovado" e a situacao calculada e guardada ao lado
      *>    (registros antigos com o campo vazio valem como sem conselho)
           05  hst-conselho                        pic X(01).
           05  hst-situacao-calculada              pic X(20).
           05  hst-conselho-ata                    pic X(10).
      *>    data da ultima retificacao aprovada (originais em
      *>    arqRetificacao); zero ou vazio = nunca retificado
           05  hst-data-retificacao                pic 9(08).
      *>    prova de recuperacao considerada no fechamento (turma sem
      *>    disciplinas), para a retificacao refazer o mesmo calculo;
      *>    vazio = registro anterior ao campo (vale a do cadastro do
      *>    aluno, se ainda for do mesmo ano letivo)
           05  hst-tem-recup                       pic X(01).
           05  hst-nota-recup                      pic 9(02)v99.

       fd arqFaltas.
       01 flt-registro.
           05  flt-chave.
               10  flt-cod                         pic X(08).
               10  flt-data                        pic 9(08).
           05  flt-turma.
               10  flt-turma-cod                    pic X(05).
       fd arqFaltasArq.
       01 fta-registro.
           05  fta-chave.
               10  fta-cod                         pic X(08).
               10  fta-data                        pic 9(08).
           05  fta-turma.
               10  fta-turma-cod                    pic X(05).
           05  jra-operador                        pic X(10).
           05  jra-operacao                        pic X(09).
           05  jra-arquivo                         pic X(12).
           05  jra-cod                             pic X(14).
           05  jra-antes                           pic X(250).
           05  jra-depois                          pic X(250).

       fd arqJournalTemp.
       01 jrt-registro                             pic X(561).

       fd arqArqControle.
       01 arc-registro.
       fd arqNotasDisc.
       01 nd-registro.
           05  nd-chave.
               10  nd-cod                          pic X(08).
               10  nd-ano-letivo                   pic 9(04).
               10  nd-disc-cod                     pic 9(02).
           05  nd-turma-cod                        pic X(05).
       fd arqRematricula.
       01 rmt-linha                                pic X(120).

      *>    regras de aprovacao do regimento em vigor no ano letivo; o
      *>    registro com turma em branco vale para todas as turmas do ano
      *>    e o de uma turma especifica prevalece sobre ele
       fd arqRegras.
       01 rgr-registro.
           05  rgr-chave.
               10  rgr-ano-letivo                  pic 9(04).
               10  rgr-turma-cod                   pic X(05).
      *>    media minima para aprovacao direta e para ficar em
      *>    recuperacao (abaixo dela o aluno e reprovado)
           05  rgr-media-aprovacao                 pic 9(02)v99.
           05  rgr-media-recuperacao               pic 9(02)v99.
      *>    media final minima depois da prova de recuperacao, calculada
      *>    como (media + nota da recuperacao) / 2
           05  rgr-media-final-recup               pic 9(02)v99.
      *>    percentual maximo de faltas sobre o total de aulas
           05  rgr-perc-max-faltas                 pic 9(03)v99.
           05  rgr-data                            pic 9(08).

      *>    periodo letivo (bimestre): as datas ficam dentro do calendario
      *>    escolar do ano; depois de fechado, o periodo nao aceita mais
      *>    lancamento nem alteracao de notas e faltas
       fd arqPeriodo.
       01 per-registro.
           05  per-chave.
               10  per-ano-letivo                  pic 9(04).
               10  per-num                         pic 9(01).
           05  per-descricao                       pic X(20).
           05  per-data-ini                        pic 9(08).
           05  per-data-fim                        pic 9(08).
      *>    'A' aberto, 'F' fechado
           05  per-situacao                        pic X(01).
           05  per-data-fechamento                 pic 9(08).
           05  per-operador-fechamento             pic X(10).

      *>    periodo de cada posicao de fd-notas-tab (disciplina zero) ou
      *>    de nd-notas-tab (disciplina da turma); zero = avaliacao sem
      *>    periodo (lancada antes de o ano ter periodos definidos)
       fd arqNotaPeriodo.
       01 npe-registro.
           05  npe-chave.
               10  npe-cod                         pic X(08).
               10  npe-ano-letivo                  pic 9(04).
               10  npe-disc-cod                    pic 9(02).
           05  npe-per-tab occurs 10 times
                             pic 9(01).

       fd arqBolParcial.
       01 bpa-linha                                pic X(120).

      *>    deliberacao do conselho de classe sobre o resultado do aluno
      *>    no ano: 'A' = aprovado pelo conselho, 'M' = mantida a situacao
      *>    calculada, que fica guardada ao lado da decisao
       fd arqConselho.
       01 cns-registro.
           05  cns-chave.
               10  cns-cod                         pic X(08).
               10  cns-ano-letivo                  pic 9(04).
           05  cns-turma-cod                       pic X(05).
           05  cns-decisao                         pic X(01).
           05  cns-situacao-calculada              pic X(20).
           05  cns-media                           pic 9(02)v99.
           05  cns-perc-freq                       pic 9(03)v99.
           05  cns-ata                             pic X(10).
           05  cns-justificativa                   pic X(100).
           05  cns-data                            pic 9(08).
           05  cns-operador                        pic X(10).

      *>    solicitacao de retificacao do historico: 'P' pendente,
      *>    'A' aprovada, 'R' rejeitada
       fd arqRetSolic.
       01 rts-registro.
           05  rts-chave.
               10  rts-cod                         pic X(08).
               10  rts-ano-letivo                  pic 9(04).
               10  rts-seq                         pic 9(02).
           05  rts-qtd-notas                       pic 9(02).
           05  rts-notas-tab occurs 10 times
                             pic 9(02)v99.
           05  rts-motivo                          pic X(100).
           05  rts-status                          pic X(01).
           05  rts-data-solicitacao                pic 9(08).
           05  rts-operador-solicitacao            pic X(10).
           05  rts-data-decisao                    pic 9(08).
           05  rts-operador-decisao                pic X(10).
           05  rts-obs-decisao                     pic X(50).

      *>    valores do historico antes de cada retificacao aprovada
       fd arqRetificacao.
       01 ret-registro.
           05  ret-chave.
               10  ret-cod                         pic X(08).
               10  ret-ano-letivo                  pic 9(04).
               10  ret-seq                         pic 9(02).
           05  ret-qtd-notas                       pic 9(02).
           05  ret-notas-tab occurs 10 times
                             pic 9(02)v99.
           05  ret-media                           pic 9(02)v99.
           05  ret-situacao                        pic X(20).
           05  ret-motivo                          pic X(100).
           05  ret-data                            pic 9(08).
           05  ret-operador-solicitacao            pic X(10).
           05  ret-operador-aprovacao              pic X(10).

      *>    episodio de faltas seguidas notificado pela busca ativa
       fd arqBuscaAtiva.
       01 bsa-registro.
           05  bsa-chave.
               10  bsa-cod                         pic X(08).
               10  bsa-data-ini                    pic 9(08).
           05  bsa-data-fim                        pic 9(08).
           05  bsa-qtd-faltas                      pic 9(03).
           05  bsa-turma-cod                       pic X(05).
           05  bsa-ano-letivo                      pic 9(04).
           05  bsa-data-notificacao                pic 9(08).
           05  bsa-operador                        pic X(10).

       fd arqBscLista.
       01 bsl-linha                                pic X(120).

       fd arqBscCartas.
       01 bcc-linha                                pic X(120).

       fd arqBscFichas.
       01 bcf-linha                                pic X(120).

      *>    aula do quadro de horarios; ano, dia e aula se repetem nas
      *>    chaves de professor e de sala para que cada uma seja unica
       fd arqHorario.
       01 hor-registro.
           05  hor-chave.
               10  hor-turma-cod                   pic X(05).
               10  hor-ano-letivo                  pic 9(04).
               10  hor-dia                         pic 9(01).
               10  hor-aula                        pic 9(02).
           05  hor-dis-cod                         pic 9(02).
           05  hor-chave-prof.
               10  hor-prof-prof-id                pic X(10).
               10  hor-prof-ano-letivo             pic 9(04).
               10  hor-prof-dia                    pic 9(01).
               10  hor-prof-aula                   pic 9(02).
           05  hor-chave-sala.
               10  hor-sala-sala                   pic X(05).
               10  hor-sala-ano-letivo             pic 9(04).
               10  hor-sala-dia                    pic 9(01).
               10  hor-sala-aula                   pic 9(02).

       fd arqQuadroHor.
       01 qhr-linha                                pic X(120).

      *>    aula dada registrada no diario de classe
       fd arqAulaDada.
       01 adg-registro.
           05  adg-chave.
               10  adg-turma-cod                   pic X(05).
               10  adg-ano-letivo                  pic 9(04).
               10  adg-dis-cod                     pic 9(02).
               10  adg-data                        pic 9(08).
           05  adg-prof-id                         pic X(10).
           05  adg-qtd-aulas                       pic 9(02).
           05  adg-conteudo                        pic X(100).
           05  adg-data-registro                   pic 9(08).
           05  adg-operador                        pic X(10).

       fd arqCargaHor.
       01 chr-linha                                pic X(120).

      *>    responsavel pelo aluno (um cadastro para todos os irmaos)
       fd arqResponsavel.
       01 rsp-registro.
           05  rsp-cpf                             pic X(11).
           05  rsp-nome                            pic X(25).
           05  rsp-parentesco                      pic X(15).
           05  rsp-telefone1                       pic X(15).
           05  rsp-telefone2                       pic X(15).
           05  rsp-email                           pic X(40).
           05  rsp-endereco                        pic X(35).

      *>    vinculo do aluno com um responsavel; alr-financeiro = "S" no
      *>    responsavel financeiro/legal (um por aluno)
       fd arqAlunoResp.
       01 alr-registro.
           05  alr-chave.
               10  alr-cod                         pic X(08).
               10  alr-cpf                         pic X(11).
           05  alr-chave-resp.
               10  alr-resp-cpf                    pic X(11).
               10  alr-resp-cod                    pic X(08).
           05  alr-financeiro                      pic X(01).
           05  alr-data                            pic 9(08).

      *>    documento emitido: declaracao de matricula ('M'), de
      *>    frequencia ('Q') ou guia de transferencia ('G')
       fd arqDocumento.
       01 doc-registro.
           05  doc-numero                          pic 9(07).
           05  doc-tipo                            pic X(01).
           05  doc-cod                             pic X(08).
           05  doc-aluno                           pic X(25).
           05  doc-turma-cod                       pic X(05).
           05  doc-turma-ano-letivo                pic 9(04).
           05  doc-data                            pic 9(08).
           05  doc-hora                            pic 9(08).
           05  doc-operador                        pic X(10).
           05  doc-codigo-verif                    pic 9(08).
       01 doc-controle.
           05  doc-ctl-numero                      pic 9(07).
           05  doc-ctl-ultimo                      pic 9(07).
           05  filler                              pic X(70).

       fd arqDocImpressao.
       01 dim-linha                                pic X(120).

      *>    ultima sequencia de matricula atribuida no ano de ingresso; a
      *>    matricula e o ano seguido da sequencia e nunca e reaproveitada
       fd arqSeqMatricula.
       01 smt-registro.
           05  smt-ano                             pic 9(04).
           05  smt-ultimo                          pic 9(04).
           05  smt-data                            pic 9(08).

      *>    correspondencia entre o codigo de 3 posicoes e a matricula,
      *>    gravada na conversao: 'A' aluno do cadastro, 'E' excluido,
      *>    'H' so no historico, 'O' encontrado em outro arquivo
       fd arqDePara.
       01 dpm-registro.
           05  dpm-cod-antigo                      pic X(03).
           05  dpm-matricula                       pic X(08).
           05  dpm-aluno                           pic X(25).
           05  dpm-origem                          pic X(01).
           05  dpm-data                            pic 9(08).

       fd arqCnvEntrada.
       01 cvi-linha                                pic X(600).

       fd arqCnvSaida.
       01 cvo-linha                                pic X(600).

       fd arqCnvRelatorio.
       01 cvm-linha                                pic X(120).

      *>    gravada somente ao final de uma conversao completa; sem ela a
      *>    conversao pode ser repetida a partir das copias .ant
       fd arqCnvConcluida.
       01 cvk-linha                                pic X(120).

      *>    leiautes anteriores a matricula: somente as chaves sao
      *>    detalhadas, o restante do registro e copiado como esta
       fd arqCnvCadAluno.
       01 cva-registro.
           05  cva-cod                             pic X(03).
           05  cva-aluno                           pic X(25).
           05  cva-dados                           pic X(105).
           05  cva-turma-ano-letivo                pic 9(04).
           05  cva-complemento                     pic X(14).
           05  cva-qtd-notas                       pic 9(02).
           05  cva-notas-tab occurs 1 to 10 times
                             depending on cva-qtd-notas
                             pic 9(02)v99.

       fd arqCnvEspera.
       01 cve-registro.
           05  cve-chave                           pic X(13).
           05  cve-resto                           pic X(11).

       fd arqCnvHistorico.
       01 cvh-registro.
           05  cvh-chave.
               10  cvh-cod                         pic X(03).
               10  cvh-ano-letivo                  pic 9(04).
           05  cvh-aluno                           pic X(25).
      *>    turma, notas, media e situacao; o leiaute antigo nao tem os
      *>    campos do conselho de classe nem a data de retificacao
           05  cvh-resto                           pic X(71).

       fd arqCnvFaltas.
       01 cvf-registro.
           05  cvf-chave                           pic X(11).
           05  cvf-resto                           pic X(09).

       fd arqCnvNotasDisc.
       01 cvn-registro.
           05  cvn-chave                           pic X(09).
           05  cvn-resto                           pic X(47).

       fd arqCnvNotaPeriodo.
       01 cvp-registro.
           05  cvp-chave                           pic X(09).
           05  cvp-resto                           pic X(10).

       fd arqCnvConselho.
       01 cvc-registro.
           05  cvc-chave                           pic X(07).
           05  cvc-resto                           pic X(163).

       fd arqCnvRetSolic.
       01 cvs-registro.
           05  cvs-chave                           pic X(09).
           05  cvs-resto                           pic X(229).

       fd arqCnvRetificacao.
       01 cvr-registro.
           05  cvr-chave                           pic X(09).
           05  cvr-resto                           pic X(194).

       fd arqCnvBuscaAtiva.
       01 cvb-registro.
           05  cvb-chave                           pic X(11).
           05  cvb-resto                           pic X(38).

       fd arqCnvAlunoResp.
       01 cvl-registro.
           05  cvl-chave                           pic X(14).
           05  cvl-chave-resp                      pic X(14).
           05  cvl-resto                           pic X(09).

       fd arqCnvDocumento.
       01 cvd-registro.
           05  cvd-numero                          pic 9(07).
           05  cvd-resto                           pic X(72).

       fd arqAlunoExcluido.
       01 exc-registro.
           05  exc-cod                             pic X(08).
           05  exc-aluno                           pic X(25).
           05  exc-endereco                        pic X(35).
           05  exc-mae                             pic X(25).
       77 ws-fs-arqProfRel                         pic 9(02).
       77 ws-fs-arqPromocao                        pic 9(02).
       77 ws-fs-arqRematricula                     pic 9(02).
       77 ws-fs-arqRegras                          pic 9(02).
       77 ws-fs-arqPeriodo                         pic 9(02).
       77 ws-fs-arqNotaPeriodo                     pic 9(02).
       77 ws-fs-arqConselho                        pic 9(02).
       77 ws-fs-arqRetSolic                        pic 9(02).
       77 ws-fs-arqRetificacao                     pic 9(02).
       77 ws-fs-arqBuscaAtiva                      pic 9(02).
       77 ws-fs-arqBscLista                        pic 9(02).
       77 ws-fs-arqBscCartas                       pic 9(02).
       77 ws-fs-arqBscFichas                       pic 9(02).
       77 ws-fs-arqHorario                         pic 9(02).
       77 ws-fs-arqQuadroHor                       pic 9(02).
       77 ws-fs-arqAulaDada                        pic 9(02).
       77 ws-fs-arqCargaHor                        pic 9(02).
       77 ws-fs-arqResponsavel                     pic 9(02).
       77 ws-fs-arqAlunoResp                       pic 9(02).
       77 ws-fs-arqDocumento                       pic 9(02).
       77 ws-fs-arqDocImpressao                    pic 9(02).
       77 ws-fs-arqSeqMatricula                    pic 9(02).
       77 ws-fs-arqDePara                          pic 9(02).
       77 ws-fs-arqCnvEntrada                      pic 9(02).
       77 ws-fs-arqCnvSaida                        pic 9(02).
       77 ws-fs-arqCnvRelatorio                    pic 9(02).
       77 ws-fs-arqCnvConcluida                    pic 9(02).
       77 ws-fs-arqCnvCadAluno                     pic 9(02).
       77 ws-fs-arqCnvEspera                       pic 9(02).
       77 ws-fs-arqCnvHistorico                    pic 9(02).
       77 ws-fs-arqCnvFaltas                       pic 9(02).
       77 ws-fs-arqCnvNotasDisc                    pic 9(02).
       77 ws-fs-arqCnvNotaPeriodo                  pic 9(02).
       77 ws-fs-arqCnvConselho                     pic 9(02).
       77 ws-fs-arqCnvRetSolic                     pic 9(02).
       77 ws-fs-arqCnvRetificacao                  pic 9(02).
       77 ws-fs-arqCnvBuscaAtiva                   pic 9(02).
       77 ws-fs-arqCnvAlunoResp                    pic 9(02).
       77 ws-fs-arqCnvDocumento                    pic 9(02).
       77 ws-fs-arqBolParcial                      pic 9(02).
       77 ws-reorg-retorno                         pic 9(02).

      *>----Auditoria de consistencia entre alunos, turmas e notas
           05  ws-vag-pode                         pic X(01).
           05  ws-vag-seq                          pic 9(04).
           05  ws-vag-achou                        pic X(01).
           05  ws-vag-cod-chamado                  pic X(08).
           05  ws-vag-data                         pic 9(08).
           05  ws-vag-ant.
               10  ws-vag-ant-cod                  pic X(05).
       01  ws-journal.
           05  ws-jrn-operacao                     pic X(09).
           05  ws-jrn-arquivo                      pic X(12).
           05  ws-jrn-cod                          pic X(14).
           05  ws-jrn-antes                        pic X(250).
           05  ws-jrn-depois                       pic X(250).
           05  ws-jrn-filtro-tipo                  pic X(01).

      *>----Interface delimitada com a secretaria de educacao: registro
      *>    'H' (cabecalho), 'D' (um aluno por linha, campos separados por
      *>    ';', terminando com a media, a situacao final - que pode ser
      *>    "Aprovado pelo conselho" - e a situacao calculada) e 'T'
      *>    (totalizador: quantidade e soma dos codigos numericos, para o
      *>    destino validar a completude)
       01  ws-intercambio.
           05  ws-int-tipo                         pic X(01).
           05  ws-int-cod-x                        pic X(08).
           05  ws-int-cod-9 redefines ws-int-cod-x pic 9(08).
           05  ws-int-aluno                        pic X(25).
           05  ws-int-endereco                     pic X(35).
           05  ws-int-mae                          pic X(25).
           05  ws-int-ptr                          pic 9(03).
           05  ws-int-data                         pic 9(08).
           05  ws-int-qtd-registros                pic 9(05).
           05  ws-int-hash                         pic 9(12).
           05  ws-int-trl-qtd-x                    pic X(05).
           05  ws-int-trl-qtd-9
                  redefines ws-int-trl-qtd-x       pic 9(05).
           05  ws-int-trl-hash-x                   pic X(12).
           05  ws-int-trl-hash-9
                  redefines ws-int-trl-hash-x      pic 9(12).
           05  ws-int-qtd-importados               pic 9(05).
           05  ws-int-qtd-duplicados               pic 9(05).
           05  ws-int-qtd-invalidos                pic 9(05).
      *>    ranking da turma em ordem decrescente de media (insercao
      *>    ordenada; 200 posicoes cobrem com folga uma turma)
           05  ws-est-rank-tab occurs 200 times.
               10  ws-est-rank-cod                 pic X(08).
               10  ws-est-rank-nome                pic X(25).
               10  ws-est-rank-media               pic 9(02)v99.

           05  ws-fec-qtd-gravados                 pic 9(05).
           05  ws-fec-qtd-sem-notas                pic 9(05).
           05  ws-fec-qtd-nao-ativos               pic 9(05).
           05  ws-fec-qtd-conselho                 pic 9(05).

      *>----Arquivamento de fim de ano: move as faltas e o diario dos anos
      *>    anteriores ao corte para arquivos mortos datados (nomeados e
           05  ws-dis-soma-pesos                   pic 9(05).
           05  ws-dis-soma-medias                  pic 9(07)v99.
           05  ws-dis-soma-notas                   pic 9(04)v99.
           05  ws-dis-qtd-validas                  pic 9(02).
           05  ws-dis-media                        pic 9(02)v99.
           05  ws-dis-media-ed                     pic Z9,99.
           05  ws-dis-peso                         pic 9(02).
       01  ws-rematricula.
           05  ws-rem-ano                          pic 9(04).
           05  ws-rem-ano-novo                     pic 9(04).
           05  ws-rem-cod-atual                    pic X(08).
           05  ws-rem-situacao                     pic X(20).
           05  ws-rem-turma-origem                 pic X(05).
           05  ws-rem-turma-destino                pic X(05).
               10  ws-hsi-data-mm                  pic 9(02).
               10  ws-hsi-data-dd                  pic 9(02).

      *>----Regras de aprovacao em vigor para o aluno calculado: lidas de
      *>    arqRegras pelo ano letivo (e turma) da turma do aluno; sem
      *>    regra gravada valem os criterios originais do regimento
       01  ws-regras.
           05  ws-rgr-opcao                        pic X(01).
           05  ws-rgr-ano                          pic 9(04).
           05  ws-rgr-turma-cod                    pic X(05).
           05  ws-rgr-media-aprovacao              pic 9(02)v99.
           05  ws-rgr-media-recuperacao            pic 9(02)v99.
           05  ws-rgr-media-final-recup            pic 9(02)v99.
           05  ws-rgr-perc-max-faltas              pic 9(03)v99.
      *>    'T' regra da turma, 'A' regra do ano, 'P' criterio padrao
           05  ws-rgr-origem                       pic X(01).
           05  ws-rgr-nota-ed                      pic Z9,99.
           05  ws-rgr-perc-ed                      pic ZZ9,99.
           05  ws-rgr-qtd                          pic 9(03).

      *>----Periodos letivos (bimestres) do ano carregados de arqPeriodo,
      *>    lancamento de notas por periodo e boletim parcial
       01  ws-periodos.
           05  ws-per-opcao                        pic X(01).
           05  ws-per-ano                          pic 9(04).
           05  ws-per-num                          pic 9(01).
           05  ws-per-data                         pic 9(08).
           05  ws-per-ok                           pic X(01).
      *>    posicao em ws-per-tab do periodo escolhido / da data
      *>    procurada (zero = nenhum)
           05  ws-per-p                            pic 9(02).
           05  ws-per-achou                        pic 9(02).
           05  ws-per-k                            pic 9(02).
           05  ws-per-qtd                          pic 9(02).
           05  ws-per-tab occurs 9 times.
               10  ws-per-tab-num                  pic 9(01).
               10  ws-per-tab-descricao            pic X(20).
               10  ws-per-tab-ini                  pic 9(08).
               10  ws-per-tab-fim                  pic 9(08).
               10  ws-per-tab-sit                  pic X(01).
      *>    avaliacoes do lancamento por periodo: quantidade da turma ou
      *>    da disciplina, quantidade ja lancada antes e faixa digitada
           05  ws-per-qtd-aval                     pic 9(02).
           05  ws-per-qtd-antiga                   pic 9(02).
           05  ws-per-aval-ini                     pic 9(02).
           05  ws-per-aval-fim                     pic 9(02).
           05  ws-per-nota-tab occurs 10 times
                                                   pic 9(02)v99.
           05  ws-per-tag-tab occurs 10 times
                                                   pic 9(01).
           05  ws-per-npe-existe                   pic X(01).
      *>    conferencia das datas do periodo com o calendario do ano
           05  ws-per-cal-primeiro                 pic 9(08).
           05  ws-per-cal-ultimo                   pic 9(08).
           05  ws-per-qtd-letivos                  pic 9(03).
      *>    boletim parcial
           05  ws-per-turma-cod                    pic X(05).
           05  ws-per-cod                          pic X(08).
           05  ws-per-qtd-alunos                   pic 9(03).
           05  ws-per-qtd-faltas                   pic 9(03).
           05  ws-per-perc-freq                    pic 9(03)v99.
           05  ws-per-soma                         pic 9(04)v99.
           05  ws-per-qtd-notas                    pic 9(02).
           05  ws-per-media                        pic 9(02)v99.
           05  ws-per-situacao                     pic X(16).
           05  ws-per-nota-ed                      pic Z9,99.
           05  ws-per-perc-ed                      pic ZZ9,99.
           05  ws-per-data-ed.
               10  ws-per-data-ed-dd               pic 9(02).
               10  filler                          pic X(01)   value "/".
               10  ws-per-data-ed-mm               pic 9(02).
               10  filler                          pic X(01)   value "/".
               10  ws-per-data-ed-aaaa             pic 9(04).
           05  ws-per-data-ed-ini                  pic X(10).
           05  ws-per-qtd-disc                     pic 9(02).
           05  ws-per-perc-faltas                  pic 9(03)v99.
           05  ws-per-qtd-ed                       pic ZZ9.

      *>----Conselho de classe: deliberacoes por aluno e ano letivo
       01  ws-conselho.
           05  ws-cns-turma-cod                    pic X(05).
           05  ws-cns-ano                          pic 9(04).
           05  ws-cns-qtd-alunos                   pic 9(03).
           05  ws-cns-qtd-gravadas                 pic 9(03).
           05  ws-cns-existe                       pic X(01).
           05  ws-cns-decisao                      pic X(01).
           05  ws-cns-ata                          pic X(10).
           05  ws-cns-justificativa                pic X(100).
           05  ws-cns-aprovado                     pic X(01).
           05  ws-cns-situacao-final               pic X(22).
           05  ws-cns-nota-ed                      pic Z9,99.
           05  ws-cns-perc-ed                      pic ZZ9,99.

      *>----Retificacao do historico escolar: solicitacao, recalculo do
      *>    resultado e decisao
       01  ws-retificacao.
           05  ws-ret-opcao                        pic X(01).
           05  ws-ret-cod                          pic X(08).
           05  ws-ret-ano                          pic 9(04).
           05  ws-ret-seq                          pic 9(02).
           05  ws-ret-qtd-pend                     pic 9(03).
           05  ws-ret-decisao                      pic X(01).
           05  ws-ret-motivo                       pic X(100).
           05  ws-ret-qtd                          pic 9(02).
           05  ws-ret-notas-tab occurs 10 times
                                                   pic 9(02)v99.
           05  ws-ret-k                            pic 9(02).
           05  ws-ret-qtd-disc                     pic 9(02).
           05  ws-ret-peso-tab occurs 10 times
                                                   pic 9(02).
           05  ws-ret-peso                         pic 9(02).
           05  ws-ret-soma                         pic 9(05)v99.
           05  ws-ret-soma-pesos                   pic 9(04).
           05  ws-ret-media                        pic 9(02)v99.
           05  ws-ret-situacao                     pic X(20).
           05  ws-ret-tem-recup                    pic X(01).
           05  ws-ret-nota-recup                   pic 9(02)v99.
           05  ws-ret-nota-ed                      pic Z9,99.
      *>    resultado novo do fechamento guardado enquanto o registro ja
      *>    gravado no historico e conferido
           05  ws-ret-hst-novo                     pic X(200).

      *>----Busca ativa: faltas em dias letivos seguidos
       01  ws-busca.
           05  ws-bsc-limite                       pic 9(02).
           05  ws-bsc-hoje                         pic 9(08).
           05  ws-bsc-seq                          pic 9(03).
           05  ws-bsc-seq-ed                       pic ZZ9.
           05  ws-bsc-ini                          pic 9(08).
           05  ws-bsc-fim                          pic 9(08).
           05  ws-bsc-tem-cal                      pic X(01).
           05  ws-bsc-status                       pic X(30).
           05  ws-bsc-perc-ed                      pic ZZ9,99.
           05  ws-bsc-qtd-alunos                   pic 9(05).
           05  ws-bsc-qtd-listados                 pic 9(05).
           05  ws-bsc-qtd-novos                    pic 9(05).
           05  ws-bsc-qtd-sem-cal                  pic 9(05).

      *>----Quadro de horarios: grade de 10 aulas x 6 dias (segunda a
      *>    sabado) montada para impressao
       01  ws-horario.
           05  ws-hor-opcao                        pic X(01).
           05  ws-hor-ok                           pic X(01).
           05  ws-hor-dia                          pic 9(01).
           05  ws-hor-aula                         pic 9(02).
           05  ws-hor-sala                         pic X(05).
           05  ws-hor-ano                          pic 9(04).
           05  ws-hor-d                            pic 9(01).
           05  ws-hor-a                            pic 9(02).
           05  ws-hor-aula-ed                      pic Z9.
           05  ws-hor-qtd                          pic 9(03).
           05  ws-hor-qtd-turma                    pic 9(03).
           05  ws-hor-titulo                       pic X(120).
           05  ws-hor-grade.
               10  ws-hor-linha occurs 10 times.
                   15  ws-hor-cel occurs 6 times.
                       20  ws-hor-cel-a            pic X(10).
                       20  filler                  pic X(01).
                       20  ws-hor-cel-b            pic X(05).

      *>----Diario de classe e cumprimento da carga horaria
       01  ws-diario.
           05  ws-dcl-opcao                        pic X(01).
           05  ws-dcl-ok                           pic X(01).
           05  ws-dcl-resp                         pic X(01).
           05  ws-dcl-hoje                         pic 9(08).
           05  ws-dcl-data                         pic 9(08).
           05  ws-dcl-qtd-aulas                    pic 9(02).
           05  ws-dcl-conteudo                     pic X(100).
           05  ws-dcl-turma-cod                    pic X(05).
           05  ws-dcl-ano                          pic 9(04).
           05  ws-dcl-dis-cod                      pic 9(02).
           05  ws-dcl-qtd-reg                      pic 9(04).
           05  ws-dcl-qtd-disc                     pic 9(02).
           05  ws-dcl-qtd-semana                   pic 9(02).
           05  ws-dcl-dias-letivos                 pic 9(03).
           05  ws-dcl-dias-hoje                    pic 9(03).
           05  ws-dcl-prev-dia                     pic 9(02).
           05  ws-dcl-prev-ano                     pic 9(04).
           05  ws-dcl-prev-hoje                    pic 9(04).
           05  ws-dcl-dadas                        pic 9(04).
           05  ws-dcl-tot-prev-ano                 pic 9(05).
           05  ws-dcl-tot-prev-hoje                pic 9(05).
           05  ws-dcl-tot-dadas                    pic 9(05).
           05  ws-dcl-saldo                        pic S9(04).
           05  ws-dcl-saldo-ed                     pic -ZZZ9.
           05  ws-dcl-int                          pic 9(07).
           05  ws-dcl-d                            pic 9(01).
           05  ws-dcl-k                            pic 9(03).
           05  ws-dcl-ptr                          pic 9(03).
      *>    aulas da disciplina por dia da semana (1 = segunda ... 6 =
      *>    sabado) e datas sem registro no diario
           05  ws-dcl-slots occurs 6 times         pic 9(02).
           05  ws-dcl-qtd-faltando                 pic 9(03).
           05  ws-dcl-datas occurs 200 times       pic 9(08).

      *>----Responsaveis e vinculo com os alunos
       01  ws-responsavel.
           05  ws-rsp-opcao                        pic X(01).
           05  ws-rsp-cpf                          pic X(11).
           05  ws-rsp-cpf-r redefines ws-rsp-cpf.
               10  ws-rsp-cpf-dig occurs 11 times  pic 9(01).
           05  ws-rsp-cpf-ok                       pic X(01).
           05  ws-rsp-cpf-ca                       pic X(11).
           05  ws-rsp-soma                         pic 9(04).
           05  ws-rsp-dv                           pic 9(02).
           05  ws-rsp-i                            pic 9(02).
           05  ws-rsp-financeiro                   pic X(01).
           05  ws-rsp-qtd                          pic 9(03).
           05  ws-rsp-sit                          pic X(11).
           05  ws-rsp-achou                        pic X(01).
           05  ws-rsp-entrada.
               10  ws-rsp-ent-nome                 pic X(25).
               10  ws-rsp-ent-parentesco           pic X(15).
               10  ws-rsp-ent-telefone1            pic X(15).
               10  ws-rsp-ent-telefone2            pic X(15).
               10  ws-rsp-ent-email                pic X(40).
               10  ws-rsp-ent-endereco             pic X(35).
      *>    destinatario das cartas do aluno
           05  ws-rsp-dest-nome                    pic X(25).
           05  ws-rsp-dest-endereco                pic X(35).
           05  ws-rsp-dest-telefone                pic X(15).

      *>----Declaracoes e guia de transferencia numeradas
       01  ws-documento.
           05  ws-doc-opcao                        pic X(01).
           05  ws-doc-tipo                         pic X(01).
           05  ws-doc-ok                           pic X(01).
           05  ws-doc-numero                       pic 9(07).
           05  ws-doc-verif                        pic 9(08).
           05  ws-doc-data                         pic 9(08).
           05  ws-doc-hora                         pic 9(08).
           05  ws-doc-turma-desc                   pic X(30).
           05  ws-doc-nota-ed                      pic Z9,99.
           05  ws-doc-perc-ed                      pic ZZ9,99.

      *>----Matricula do aluno: ano de ingresso + sequencia do ano,
      *>    controlada em arqSeqMatricula e atribuida pelo sistema
       01  ws-matricula.
           05  ws-mat-numero.
               10  ws-mat-ano                      pic 9(04).
               10  ws-mat-seq                      pic 9(04).
           05  ws-mat-hoje                         pic 9(08).
           05  ws-mat-livre                        pic X(01).

      *>----Conversao unica dos codigos de 3 posicoes para a matricula em
      *>    todos os arquivos que guardam o codigo do aluno; cada arquivo
      *>    passa por uma area temporaria e e recarregado no leiaute novo
       01  ws-conversao.
           05  ws-cnv-hoje                         pic 9(08).
           05  ws-cnv-hora                         pic 9(08).
           05  ws-cnv-ano-padrao                   pic 9(04).
           05  ws-cnv-nome-entrada                 pic X(40).
           05  ws-cnv-nome-saida                   pic X(40).
           05  ws-cnv-nome-arquivo                 pic X(40).
           05  ws-cnv-nome-temp                    pic X(40)
                                                   value "arqConversao.tmp".
      *>    copia do original (nome + ".ant") guardada antes de regravar
           05  ws-cnv-nome-anterior                pic X(40).
      *>    'S' = restaurando as copias de uma conversao interrompida
           05  ws-cnv-restaurando                  pic X(01).
           05  ws-cnv-qtd-restaurados              pic 9(03).
           05  ws-cnv-antigo                       pic X(600).
           05  ws-cnv-novo                         pic X(600).
      *>    posicao do codigo no registro antigo (zero = nao converte);
      *>    a segunda posicao ja considera o deslocamento da primeira
           05  ws-cnv-pos                          pic 9(03).
           05  ws-cnv-pos-2                        pic 9(03).
           05  ws-cnv-p                            pic 9(03).
      *>    'P' = codigo em posicao fixa, 'J' = linha do diario
           05  ws-cnv-tipo                         pic X(01).
           05  ws-cnv-cod-antigo                   pic X(03).
           05  ws-cnv-matricula                    pic X(08).
           05  ws-cnv-aluno                        pic X(25).
           05  ws-cnv-origem                       pic X(01).
           05  ws-cnv-ano-turma                    pic X(04).
           05  ws-cnv-ano-turma-9
                  redefines ws-cnv-ano-turma       pic 9(04).
           05  ws-cnv-ano-ingresso                 pic 9(04).
           05  ws-cnv-tem-historico                pic X(01).
           05  ws-cnv-existe                       pic X(01).
           05  ws-cnv-fim                          pic X(01).
           05  ws-cnv-divergencia                  pic X(01).
           05  ws-cnv-retorno                      pic 9(02).
           05  ws-cnv-qtd-antes                    pic 9(07).
           05  ws-cnv-qtd-depois                   pic 9(07).
           05  ws-cnv-qtd-arquivos                 pic 9(03).
           05  ws-cnv-qtd-divergentes              pic 9(03).
           05  ws-cnv-qtd-depara                   pic 9(07).
           05  ws-cnv-qtd-sem-cadastro             pic 9(07).
           05  ws-cnv-jrn-linha                    pic X(600).
           05  ws-cnv-jrn-nova                     pic X(600).
           05  ws-cnv-jrn-arquivo                  pic X(12).
           05  ws-cnv-jrn-pos                      pic 9(03).
           05  ws-cnv-jrn-pos-2                    pic 9(03).
           05  ws-cnv-situacao                     pic X(12).
           05  ws-cnv-qtd-ed                       pic z.zzz.zz9.
           05  ws-cnv-qtd-ed-2                     pic z.zzz.zz9.

       01  ws-reorg.
           05  ws-reorg-qtd-antes                  pic 9(05).
           05  ws-reorg-qtd-depois                 pic 9(05).

       01  ws-lote.
           05  ws-lote-pulando                     pic X(01).
           05  ws-lote-checkpoint                  pic X(08).
           05  ws-lote-qtd-processados              pic 9(05).
           05  ws-lote-qtd-nao-encontrados           pic 9(05).
           05  ws-lote-qtd-recusados               pic 9(05).
           05  ws-lote-periodo                     pic 9(01).
       77 ws-confirma                              pic X(01).
      *>----Descricao curta da situacao de matricula para listagens
       77 ws-sit-descr                             pic X(12).
          05 ws-msn-erro-text                      pic X(42).

       01  ws-alunos.
           05  ws-cod                              pic X(08).
           05  ws-aluno                            pic X(25).
           05  ws-endereco                         pic X(35).
           05  ws-mae                              pic X(25).
           05  ws-bol-soma-notas                    pic 9(04)v99.
           05  ws-bol-sem-notas                     pic X(01).
           05  ws-bol-usou-recup                    pic X(01).
           05  ws-bol-qtd-validas                   pic 9(02).
           05  ws-bol-k                             pic 9(02).
      *>    periodo de cada avaliacao (arqNotaPeriodo) em ano com periodos
      *>    letivos; zero = avaliacao de bimestre ainda nao lancado
           05  ws-bol-npe-existe                    pic X(01).
           05  ws-bol-tag-tab occurs 10 times       pic 9(01).

      *>----Variaveis para comunicação entre programas
       linkage section.
               move "S" to ws-bat-modo
           end-if

      *>    chamado com o argumento CONVERTE, o programa faz a conversao
      *>    unica do codigo do aluno (3 posicoes) para a matricula e
      *>    encerra; roda antes das aberturas abaixo, que ja usam o leiaute
      *>    novo, e sem operador, como o lote (erro encerra com codigo 8)
           if function upper-case(function trim(ws-bat-parametro))
              = "CONVERTE" then
               move "S" to ws-bat-modo
               perform converte-matricula
               Stop run
           end-if

           open i-o arqCadAluno   *> open i-o abre o arquivo para leitura e escrita
           if ws-fs-arqCadAluno  <> 0
           and ws-fs-arqCadAluno <> 05 then
               perform finaliza-anormal
           end-if

           open i-o arqRegras     *> regras de aprovacao por ano letivo
           if ws-fs-arqRegras  <> 0
           and ws-fs-arqRegras <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqRegras                     to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRegras "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqPeriodo    *> periodos letivos (bimestres)
           if ws-fs-arqPeriodo  <> 0
           and ws-fs-arqPeriodo <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqPeriodo                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqPeriodo "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqNotaPeriodo *> periodo de cada avaliacao lancada
           if ws-fs-arqNotaPeriodo  <> 0
           and ws-fs-arqNotaPeriodo <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqNotaPeriodo                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqNotaPeriodo " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqConselho   *> deliberacoes do conselho de classe
           if ws-fs-arqConselho  <> 0
           and ws-fs-arqConselho <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqConselho                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqConselho "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqRetSolic   *> solicitacoes de retificacao do historico
           if ws-fs-arqRetSolic  <> 0
           and ws-fs-arqRetSolic <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqRetSolic                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRetSolic "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqRetificacao *> originais do historico retificado
           if ws-fs-arqRetificacao  <> 0
           and ws-fs-arqRetificacao <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqRetificacao                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRetificacao " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqBuscaAtiva *> episodios ja notificados pela busca ativa
           if ws-fs-arqBuscaAtiva  <> 0
           and ws-fs-arqBuscaAtiva <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqBuscaAtiva                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqBuscaAtiva " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqHorario    *> quadro de horarios das turmas
           if ws-fs-arqHorario  <> 0
           and ws-fs-arqHorario <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqHorario                    to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHorario "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqAulaDada   *> diario de classe (aulas dadas)
           if ws-fs-arqAulaDada  <> 0
           and ws-fs-arqAulaDada <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqAulaDada                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAulaDada "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqResponsavel *> cadastro de responsaveis
           if ws-fs-arqResponsavel  <> 0
           and ws-fs-arqResponsavel <> 05 then
               move 1                                    to ws-msn-erro-ofsset
               move ws-fs-arqResponsavel                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqResponsavel " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqAlunoResp  *> vinculo aluno x responsavel
           if ws-fs-arqAlunoResp  <> 0
           and ws-fs-arqAlunoResp <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqAlunoResp                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlunoResp "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqDocumento  *> registro dos documentos emitidos
           if ws-fs-arqDocumento  <> 0
           and ws-fs-arqDocumento <> 05 then
               move 1                                   to ws-msn-erro-ofsset
               move ws-fs-arqDocumento                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDocumento "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqSeqMatricula *> sequencia de matricula por ano de ingresso
           if ws-fs-arqSeqMatricula  <> 0
           and ws-fs-arqSeqMatricula <> 05 then
               move 1                                      to ws-msn-erro-ofsset
               move ws-fs-arqSeqMatricula                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqSeqMatricula "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqEspera     *> lista de espera das turmas
           if ws-fs-arqEspera  <> 0
           and ws-fs-arqEspera <> 05 then
               *> menu
               display erase
               display "'CA'dastrar Aluno"
               display "'CR' - Cadastro de responsaveis"
               display "'FM' - Familia (alunos do mesmo responsavel)"
               display "'NO'tas"
               display "'BO'letim"
               display "'BP' - Boletim parcial do periodo (bimestre)"
               display "'RE'cuperacao - lancar nota"
               display "'FA'ltas - lancar faltas da turma"
               display "'MF' - Mapa mensal de frequencia da turma"
               display "'BA' - Busca ativa (faltas consecutivas)"
               display "'CO'nsulta indexada"
               display "'CS'nsulta sequencial"
               display "'PN' - Pesquisa por nome"
               display "'CV' - Cartas de convocacao da turma"
               display "'TU'rma - cadastrar turma"
               display "'CL' - Calendario de dias letivos"
               display "'RA' - Regras de aprovacao por ano letivo"
               display "'PL' - Periodos letivos (bimestres)"
               display "'DI'sciplina - cadastrar p/ turma"
               display "'ND' - Notas por disciplina"
               display "'PR'ofessor - manutencao do cadastro"
               display "'AP' - Atribuir professor a turma"
               display "'RP' - Relatorio de carga dos professores"
               display "'QH' - Quadro de horarios"
               display "'DC' - Diario de classe (aulas dadas e carga horaria)"
               display "'AT'ribuir turma ao aluno"
               display "'TR'ansferir aluno de turma"
               display "'SM' - Situacao de matricula do aluno"
               display "'DO' - Documentos (declaracoes e guia de transferencia)"
               display "'LT' - Listar alunos da turma"
               display "'BL' - Carga em lote de notas"
               display "'EX'portar p/ secretaria de educacao"
               display "'IM'portar da secretaria de educacao"
               display "'RG' - Reorganizar arq. de alunos"
               display "'CC' - Conselho de classe (deliberacoes)"
               display "'FE'chamento do ano letivo"
               display "'HE' - Historico escolar do aluno"
               display "'RH' - Retificacao de historico escolar"
               display "'RM' - Rematricula p/ o novo ano letivo"
               display "'BK' - Backup dos arquivos mestres"
               display "'RS' - Restaurar backup"

                       perform boletim

                   when = 'BP'
                   when = 'bp'

                       perform boletim-parcial

                   when = 'RE'
                   when = 're'


                       perform mapa-frequencia

                   when = 'BA'
                   when = 'ba'
                       if ws-login-perfil = "ADM" then
                           perform busca-ativa
                       else
                           display "Opcao restrita a operadores autorizados (ADM)!"
                       end-if

                   when = 'CO'
                   when = 'co'


                       perform manutencao-calendario

                   when = 'RA'
                   when = 'ra'
                       if ws-login-perfil = "ADM" then
                           perform manutencao-regras
                       else
                           display "Opcao restrita a operadores autorizados (ADM)!"
                       end-if

                   when = 'PL'
                   when = 'pl'
                       if ws-login-perfil = "ADM" then
                           perform manutencao-periodos
                       else
                           display "Opcao restrita a operadores autorizados (ADM)!"
                       end-if

                   when = 'DI'
                   when = 'di'


                       perform relatorio-professores

                   when = 'QH'
                   when = 'qh'

                       perform quadro-horarios

                   when = 'CR'
                   when = 'cr'

                       perform manutencao-responsaveis

                   when = 'FM'
                   when = 'fm'

                       perform consulta-familia

                   when = 'DO'
                   when = 'do'

                       perform documentos-aluno

                   when = 'DC'
                   when = 'dc'

                       perform diario-classe

                   when = 'AT'
                   when = 'at'

                           display "Opcao restrita a operadores autorizados (ADM)!"
                       end-if

                   when = 'CC'
                   when = 'cc'
                       if ws-login-perfil = "ADM" then
                           perform conselho-classe
                       else
                           display "Opcao restrita a operadores autorizados (ADM)!"
                       end-if

                   when = 'FE'
                   when = 'fe'
                       if ws-login-perfil = "ADM" then

                       perform historico-escolar

                   when = 'RH'
                   when = 'rh'

                       perform retificacao-historico

                   when = 'RM'
                   when = 'rm'
                       if ws-login-perfil = "ADM" then

      *>------------------------------------------------------------------------
      *>  Execucao em lote: le os jobs de arqComandos.txt (FE com o ano
      *>  letivo, BK, AU, EX, BA com o limite de faltas seguidas), roda
      *>  cada um sem nenhum accept e registra
      *>  contagens e resultado por job no log datado logExecucao.*.txt
      *>------------------------------------------------------------------------
       executa-lote-comandos section.
                          into log-linha
                   perform grava-log-linha

               when "BA"
                   perform busca-ativa
                   move spaces to log-linha
                   string "BA OK: "              delimited by size
                          ws-bsc-qtd-alunos     delimited by size
                          " aluno(s), "         delimited by size
                          ws-bsc-qtd-listados   delimited by size
                          " episodio(s) acima de "
                                                delimited by size
                          ws-bsc-limite         delimited by size
                          " falta(s) seguidas, "
                                                delimited by size
                          ws-bsc-qtd-novos      delimited by size
                          " notificado(s) agora."
                                                delimited by size
                          into log-linha
                   perform grava-log-linha

               when other
                   move spaces to log-linha
                   string "ERRO: job desconhecido '" delimited by size

           display erase
           display "-------  cadastro de alunos -------"
           display "Nome Aluno(a)  : "
           accept ws-aluno
      *>    normaliza para maiusculas para que a pesquisa por nome (PN)
           move function upper-case(ws-aluno) to ws-aluno
           display "Endereco       : "
           accept ws-endereco
      *>    responsavel ja cadastrado e vinculado pelo CPF, sem redigitar
      *>    nome e telefone; sem CPF os dados sao digitados como antes
           display "CPF do responsavel (enter = digitar mae/pai/telefone): "
           move spaces to ws-rsp-cpf
           move spaces to ws-rsp-cpf-ca
           accept ws-rsp-cpf
           if ws-rsp-cpf <> spaces then
               perform ca-busca-responsavel
           end-if
           if ws-rsp-cpf-ca = spaces then
               display "Nome da mae    : "
               accept ws-mae
               display "Nome do pai    : "
               accept ws-pai
               display "Telefone       : "
               accept ws-telefone
           else
      *>        o responsavel vinculado preenche so a mae ou o pai (nenhum
      *>        dos dois quando e avo, tio...): pede o que ficou vazio
               if ws-mae = spaces then
                   display "Nome da mae    : "
                   accept ws-mae
               end-if
               if ws-pai = spaces then
                   display "Nome do pai    : "
                   accept ws-pai
               end-if
           end-if

      *> -------------  Salvar dados no arquivo; a matricula (ano de ingresso
      *>                + sequencia do ano) e gerada pelo sistema
           perform atribui-matricula
           move 1                                     to ws-qtd-notas
           move 11                                    to ws-notas-tab(1)
           move spaces                                to ws-turma
           move "N"                                   to ws-tem-recup
           move zero                                  to ws-nota-recup
           move "A"                                   to ws-sit-matricula
           accept ws-sit-data from date yyyymmdd
           perform copia-ws-para-fd
           write fd-alunos
           if  ws-fs-arqCadAluno <> 0
           and ws-fs-arqCadAluno <> 02 then
               move 2                                    to ws-msn-erro-ofsset
               move ws-fs-arqCadAluno                    to ws-msn-erro-cod
               move "Erro ao escrever arq. arqCadAluno " to ws-msn-erro-text
               perform finaliza-anormal
           else
               display "  "
               display "Aluno cadastrado com a matricula " ws-cod "."

               move "INCLUSAO"    to ws-jrn-operacao
               move "arqCadAluno" to ws-jrn-arquivo
               move fd-cod        to ws-jrn-cod
               move spaces        to ws-jrn-antes
               move fd-alunos     to ws-jrn-depois
               perform grava-journal

               if ws-rsp-cpf-ca <> spaces then
                   move ws-rsp-cpf-ca to ws-rsp-cpf
                   move "S"           to ws-rsp-financeiro
                   perform grava-vinculo-resp
               end-if
               display "Vincular outros responsaveis ao aluno? 'S'im ou 'N'ao"
               accept ws-rsp-opcao
               if ws-rsp-opcao = "S" or ws-rsp-opcao = "s" then
                   perform vincula-responsaveis
               end-if
           end-if

           display "  "
           display "Deseja cadastrar mais um Aluno? 'S'im ou 'V'oltar"
           accept ws-sair


           .
       cadastrar-aluno-exit.
                       end-if
                   end-if

      *>            ano com periodos letivos: as notas sao lancadas por
      *>            bimestre e as de bimestre ja fechado ficam preservadas
                   move "S" to ws-per-ok
                   move 0   to ws-per-qtd
                   if ws-turma-cod <> spaces then
                       move ws-turma-ano-letivo to ws-per-ano
                       perform carrega-periodos
                   end-if

                   if ws-per-qtd > 0 then
                       move ws-cod              to npe-cod
                       move ws-turma-ano-letivo to npe-ano-letivo
                       move 0                   to npe-disc-cod
                       move ws-qtd-notas        to ws-per-qtd-aval
                       if fd-qtd-notas = 1 and fd-notas-tab(1) = 11 then
                           move 0            to ws-per-qtd-antiga
                       else
                           move fd-qtd-notas to ws-per-qtd-antiga
                       end-if
                       perform varying ws-idx from 1 by 1 until ws-idx > 10
                           if ws-idx <= ws-per-qtd-antiga then
                               move fd-notas-tab(ws-idx) to ws-per-nota-tab(ws-idx)
                           else
                               move zero                 to ws-per-nota-tab(ws-idx)
                           end-if
                       end-perform

                       perform lanca-notas-periodo

                       perform varying ws-idx from 1 by 1 until ws-idx > ws-qtd-notas
                           move ws-per-nota-tab(ws-idx) to ws-notas-tab(ws-idx)
                       end-perform
                   else
                       perform varying ws-idx from 1 by 1 until ws-idx > ws-qtd-notas
                           display "Informe a nota " ws-idx " : "
                           accept ws-notas-tab(ws-idx)
                       end-perform
                   end-if

                   if ws-per-ok = "S" then

      *>            novas avaliacoes invalidam uma recuperacao lancada
      *>            anteriormente (o aluno parte de uma nova media)
                       move fd-cod        to ws-jrn-cod
                       move fd-alunos     to ws-jrn-depois
                       perform grava-journal
                       if ws-per-qtd > 0 then
                           perform grava-periodo-notas
                       end-if
                   end-if

                   end-if

                   end-if
                       end-evaluate
                       display "Lancamento recusado. Confira o calendario na opcao 'CL'."
                   else
      *>                data dentro de bimestre ja fechado nao recebe mais faltas
                       move trm-ano-letivo to ws-per-ano
                       perform carrega-periodos
                       move ws-fal-data    to ws-per-data
                       perform localiza-periodo-data

                       if  ws-per-achou > 0
                       and ws-per-tab-sit(ws-per-achou) = "F" then
                           display "Data " ws-fal-data " pertence ao periodo "
                                   ws-per-tab-num(ws-per-achou) " ("
                                   ws-per-tab-descricao(ws-per-achou)
                                   "), ja fechado."
                           display "Lancamento recusado."
                       else
                           move 0 to ws-fal-qtd-lancadas
                           move 0 to ws-pesquisa-encontrou
                           move low-values to fd-cod

                           start arqCadAluno key is >= fd-cod
                               invalid key
                                   move 10 to ws-fs-arqCadAluno
                           end-start

                           if  ws-fs-arqCadAluno <> 0
                           and ws-fs-arqCadAluno <> 10 then
                               move 22                                      to ws-msn-erro-ofsset
                               move ws-fs-arqCadAluno                       to ws-msn-erro-cod
                               move "Erro ao posicionar arq. arqCadAluno "  to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           perform until ws-fs-arqCadAluno = 10

                               read arqCadAluno next

                               if  ws-fs-arqCadAluno <> 0
                               and ws-fs-arqCadAluno <> 10 then
                                   move 22                                      to ws-msn-erro-ofsset
                                   move ws-fs-arqCadAluno                       to ws-msn-erro-cod
                                   move "Erro ao ler arq. arqCadAluno "         to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if

                               if  ws-fs-arqCadAluno = 0
                               and fd-turma-cod        = trm-cod
                               and fd-turma-ano-letivo = trm-ano-letivo
                               and fd-sit-matricula <> "T"
                               and fd-sit-matricula <> "F" then
                                   move 1 to ws-pesquisa-encontrou
                                   display "Aluno " fd-cod " " fd-aluno
                                           " - 'F'altou ou enter p/ presente: "
                                   accept ws-fal-resp

                                   if  ws-fal-resp = "F"
                                   or  ws-fal-resp = "f" then
                                       move fd-cod              to flt-cod
                                       move ws-fal-data         to flt-data
                                       move fd-turma-cod        to flt-turma-cod
                                       move fd-turma-ano-letivo to flt-turma-ano-letivo

                                       write flt-registro
                                       if ws-fs-arqFaltas = 22 then
                                           display "Falta ja lancada para esse aluno nessa data."
                                       else
                                           if ws-fs-arqFaltas <> 0 then
                                               move 22                                  to ws-msn-erro-ofsset
                                               move ws-fs-arqFaltas                     to ws-msn-erro-cod
                                               move "Erro ao gravar arq. arqFaltas "    to ws-msn-erro-text
                                               perform finaliza-anormal
                                           else
                                               add 1 to ws-fal-qtd-lancadas
                                           end-if
                                       end-if
                                   end-if
                               end-if

                           end-perform

                           if ws-pesquisa-encontrou = 0 then
                               display "Nenhum aluno encontrado nessa turma."
                           else
                               display "  "
                               display ws-fal-qtd-lancadas " falta(s) lancada(s) para a turma "
                                       trm-cod "/" trm-ano-letivo " em " ws-fal-data "."
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           perform grava-map-linha

           move spaces to map-linha
           move "Matricula Aluno" to map-linha(1:15)
           move 36 to ws-map-ptr
           perform varying ws-map-d from 1 by 1
                   until ws-map-d > ws-map-qtd-dias
               string " "                        delimited by size
           move 0 to ws-map-qtd-faltas-aluno

           move spaces to map-linha
           move fd-cod         to map-linha(1:8)
           move fd-aluno(1:25) to map-linha(11:25)
           move 36 to ws-map-ptr

           perform varying ws-map-d from 1 by 1
                   until ws-map-d > ws-map-qtd-dias

           move spaces to map-linha
           move "Total por dia" to map-linha(1:13)
           move 36 to ws-map-ptr
           perform varying ws-map-d from 1 by 1
                   until ws-map-d > ws-map-qtd-dias
               move ws-map-dia-total(ws-map-d) to ws-map-tot-ed
                   when other
                       display "Matricula  : ATIVA"
               end-evaluate
               if ws-fs-arqCadAluno = 0 then
                   perform lista-responsaveis-aluno
               end-if

           .
       consulta-indexada-exit.
           end-if

           move spaces to rel-linha
           string "Matricula Aluno                     Telefone        "
                  "Mae                       Pai"
                  delimited by size into rel-linha
           write rel-linha

                   move spaces to rel-linha
                   string fd-cod                 delimited by size
                          "  "                   delimited by size
                          fd-aluno               delimited by size
                          " "                    delimited by size
                          fd-telefone            delimited by size
      *>------------------------------------------------------------------------
       gera-carta-aluno section.

      *>    a carta vai dirigida ao responsavel financeiro/legal vinculado
      *>    (sem vinculo, a mae e, na falta dela, o pai)
           perform localiza-resp-principal
           move ws-rsp-dest-nome to ws-car-responsavel

           move spaces to car-linha
           move all "=" to car-linha
           perform grava-car-linha

           move spaces to car-linha
           string "Endereco: "          delimited by size
                  ws-rsp-dest-endereco  delimited by size
                  into car-linha
           perform grava-car-linha

           move spaces to car-linha
           string "Telefone: "          delimited by size
                  ws-rsp-dest-telefone  delimited by size
                  into car-linha
           perform grava-car-linha

                           else
                               move "INCLUSAO"      to ws-jrn-operacao
                               move "arqDisciplina" to ws-jrn-arquivo
                               move dis-chave       to ws-jrn-cod
                               move spaces          to ws-jrn-antes
                               move dis-registro    to ws-jrn-depois
                               perform grava-journal
               move "INCLUSAO"  to ws-jrn-operacao
           end-if

      *>    notas ja gravadas para a turma da disciplina, preservadas no
      *>    lancamento por bimestre
           move 0 to ws-per-qtd-antiga
           if  ws-fs-arqNotasDisc = 0
           and nd-turma-cod = dis-turma-cod then
               move nd-qtd-notas to ws-per-qtd-antiga
           end-if
           perform varying ws-idx from 1 by 1 until ws-idx > 10
               if ws-idx <= ws-per-qtd-antiga then
                   move nd-notas-tab(ws-idx) to ws-per-nota-tab(ws-idx)
               else
                   move zero                 to ws-per-nota-tab(ws-idx)
               end-if
           end-perform

           move ws-cod          to nd-cod
           move dis-ano-letivo  to nd-ano-letivo
           move dis-cod         to nd-disc-cod

           display "Disciplina " dis-nome " define "
                   dis-qtd-notas " nota(s) por aluno."

           move "S"            to ws-per-ok
           move dis-ano-letivo to ws-per-ano
           perform carrega-periodos

           if ws-per-qtd > 0 then
               move ws-cod         to npe-cod
               move dis-ano-letivo to npe-ano-letivo
               move dis-cod        to npe-disc-cod
               move dis-qtd-notas  to ws-per-qtd-aval
               perform lanca-notas-periodo
               perform varying ws-idx from 1 by 1 until ws-idx > 10
                   move ws-per-nota-tab(ws-idx) to nd-notas-tab(ws-idx)
               end-perform
           else
               perform varying ws-idx from 1 by 1 until ws-idx > 10
                   if ws-idx > nd-qtd-notas then
                       move zero to nd-notas-tab(ws-idx)
                   else
                       display "Informe a nota " ws-idx " : "
                       accept nd-notas-tab(ws-idx)
                   end-if
               end-perform
           end-if

           if ws-per-ok = "S" then
               if ws-jrn-operacao = "INCLUSAO" then
                   write nd-registro
               else
                   rewrite nd-registro
               end-if
               if ws-fs-arqNotasDisc <> 0 then
                   move 39                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotasDisc                      to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqNotasDisc "     to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   move "arqNotasDisc" to ws-jrn-arquivo
                   move nd-chave       to ws-jrn-cod
                   move nd-registro    to ws-jrn-depois
                   perform grava-journal
                   if ws-per-qtd > 0 then
                       perform grava-periodo-notas
                   end-if
                   display "Notas de " dis-nome " gravadas para o aluno " ws-cod "."
               end-if
           end-if
           .
       grava-notas-disciplina-exit.

      *>------------------------------------------------------------------------
      *>  Relatorio de carga de trabalho: para cada professor, as turmas
      *>  atribuidas no ano letivo informado com a quantidade de alunos e
      *>  as aulas semanais do quadro de horarios (relatorioProfessores.txt)
      *>------------------------------------------------------------------------
       relatorio-professores section.

                       move pft-turma-cod  to ws-vag-turma-cod
                       move pft-ano-letivo to ws-vag-ano-letivo
                       perform conta-alunos-turma
                       perform conta-aulas-professor

                       move spaces to prl-linha
                       string "  Turma "        delimited by size
                              ws-est-descricao delimited by size
                              " - "            delimited by size
                              ws-vag-qtd       delimited by size
                              " aluno(s), "    delimited by size
                              ws-hor-qtd-turma delimited by size
                              " aula(s)/semana" delimited by size
                              into prl-linha
                       perform grava-prl-linha

                      ws-prf-qtd-turmas    delimited by size
                      " turma(s), "        delimited by size
                      ws-prf-total-alunos  delimited by size
                      " aluno(s), "        delimited by size
                      ws-hor-qtd           delimited by size
                      " aula(s) por semana no quadro de horarios"
                                           delimited by size
                      into prl-linha
               perform grava-prl-linha
           end-if

           move 0      to ws-lote-qtd-processados
           move 0      to ws-lote-qtd-nao-encontrados
           move 0      to ws-lote-qtd-recusados
           move spaces to ws-lote-checkpoint
           move "N"    to ws-lote-pulando

      *>    nos anos com periodos letivos a carga entra como notas de um
      *>    bimestre aberto, sem tocar nas notas dos demais bimestres
           display "Periodo (bimestre) das notas da carga (0 = sem periodo): "
           move 0 to ws-lote-periodo
           accept ws-lote-periodo

      *>    tenta retomar de uma carga anterior que tenha sido interrompida
           open input arqCheckpoint
           if ws-fs-arqCheckpoint = 0 then
                                       add 1 to ws-lote-qtd-nao-encontrados
                                   else
                                       move fd-alunos      to ws-jrn-antes
                                       perform carga-notas-periodo
                                       if ws-per-ok <> "S" then
                                           add 1 to ws-lote-qtd-recusados
                                       else
                                           if ws-per-qtd = 0 then
                                               move lote-qtd-notas to fd-qtd-notas
                                               perform varying ws-idx from 1 by 1
                                                       until ws-idx > fd-qtd-notas
                                                   move lote-notas-tab(ws-idx) to fd-notas-tab(ws-idx)
                                               end-perform
                                           end-if
      *>                                    novas avaliacoes invalidam a
      *>                                    recuperacao lancada anteriormente
                                           move "N"  to fd-tem-recup
                                           move zero to fd-nota-recup

                                           rewrite fd-alunos
                                           if ws-fs-arqCadAluno <> 0 then
                                               move 12                                      to ws-msn-erro-ofsset
                                               move ws-fs-arqCadAluno                       to ws-msn-erro-cod
                                               move "Erro ao alterar arq. arqCadAluno "     to ws-msn-erro-text
                                               perform finaliza-anormal
                                           else
                                               move "ALTERACAO"   to ws-jrn-operacao
                                               move "arqCadAluno" to ws-jrn-arquivo
                                               move fd-cod        to ws-jrn-cod
                                               move fd-alunos     to ws-jrn-depois
                                               perform grava-journal
                                               if ws-per-qtd > 0 then
                                                   perform grava-periodo-notas
                                               end-if
                                               add 1 to ws-lote-qtd-processados
                                           end-if
                                       end-if
                                   end-if
                               end-if

               display "Carga concluida: " ws-lote-qtd-processados
                       " processado(s), " ws-lote-qtd-nao-encontrados
                       " nao encontrado(s), " ws-lote-qtd-recusados
                       " recusado(s) por periodo."
           end-if

           if ws-bat-modo not = "S" then
       batch-carga-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Notas do registro de carga corrente num ano com periodos: o
      *>  aluno mantem as notas dos outros bimestres e recebe as da carga
      *>  marcadas com ws-lote-periodo (que precisa estar aberto).
      *>  ws-per-qtd = 0 quando o ano nao usa periodos (carga normal);
      *>  ws-per-ok = 'N' recusa o registro
      *>------------------------------------------------------------------------
       carga-notas-periodo section.

           move "S" to ws-per-ok
           move 0   to ws-per-qtd
           if fd-turma-cod <> spaces then
               move fd-turma-ano-letivo to ws-per-ano
               perform carrega-periodos
           end-if

           if ws-per-qtd > 0 then
               move 0 to ws-per-p
               perform varying ws-per-k from 1 by 1
                       until ws-per-k > ws-per-qtd
                   if ws-per-tab-num(ws-per-k) = ws-lote-periodo then
                       move ws-per-k to ws-per-p
                   end-if
               end-perform

               if ws-per-p = 0 then
                   display "Codigo " lote-cod ": periodo " ws-lote-periodo
                           " nao cadastrado para " ws-per-ano ", recusado."
                   move "N" to ws-per-ok
               else
                   if ws-per-tab-sit(ws-per-p) = "F" then
                       display "Codigo " lote-cod ": periodo " ws-lote-periodo
                               " ja fechado, recusado."
                       move "N" to ws-per-ok
                   end-if
               end-if
           end-if

           if  ws-per-qtd > 0
           and ws-per-ok = "S" then
               move fd-cod              to npe-cod
               move fd-turma-ano-letivo to npe-ano-letivo
               move 0                   to npe-disc-cod
               if fd-qtd-notas = 1 and fd-notas-tab(1) = 11 then
                   move 0            to ws-per-qtd-antiga
               else
                   move fd-qtd-notas to ws-per-qtd-antiga
               end-if
               perform varying ws-idx from 1 by 1 until ws-idx > 10
                   if ws-idx <= ws-per-qtd-antiga then
                       move fd-notas-tab(ws-idx) to ws-per-nota-tab(ws-idx)
                   else
                       move zero                 to ws-per-nota-tab(ws-idx)
                   end-if
               end-perform
               perform le-periodo-notas

      *>        mantem as notas dos outros bimestres, na mesma ordem
               move 0 to ws-per-qtd-aval
               perform varying ws-per-k from 1 by 1
                       until ws-per-k > ws-per-qtd-antiga
                   if ws-per-tag-tab(ws-per-k) <> ws-lote-periodo then
                       add 1 to ws-per-qtd-aval
                       move ws-per-nota-tab(ws-per-k) to ws-per-nota-tab(ws-per-qtd-aval)
                       move ws-per-tag-tab(ws-per-k)  to ws-per-tag-tab(ws-per-qtd-aval)
                   end-if
               end-perform

               if ws-per-qtd-aval + lote-qtd-notas > 10 then
                   display "Codigo " lote-cod ": mais de 10 avaliacoes no ano, recusado."
                   move "N" to ws-per-ok
               else
                   perform varying ws-idx from 1 by 1
                           until ws-idx > lote-qtd-notas
                       add 1 to ws-per-qtd-aval
                       move lote-notas-tab(ws-idx) to ws-per-nota-tab(ws-per-qtd-aval)
                       move ws-lote-periodo        to ws-per-tag-tab(ws-per-qtd-aval)
                   end-perform
                   perform varying ws-per-k from 1 by 1 until ws-per-k > 10
                       if ws-per-k > ws-per-qtd-aval then
                           move zero to ws-per-nota-tab(ws-per-k)
                           move 0    to ws-per-tag-tab(ws-per-k)
                       end-if
                   end-perform

                   move ws-per-qtd-aval to fd-qtd-notas
                   perform varying ws-idx from 1 by 1
                           until ws-idx > fd-qtd-notas
                       move ws-per-nota-tab(ws-idx) to fd-notas-tab(ws-idx)
                   end-perform
               end-if
           end-if
           .
       carga-notas-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exportacao delimitada para a secretaria de educacao: cabecalho,
      *>  um registro 'D' por aluno (com a descricao da turma e o
      *>  resultado pelas regras do ano letivo) e totalizador com
      *>  quantidade e soma dos codigos numericos
      *>------------------------------------------------------------------------
       exporta-secretaria section.

                              with pointer ws-int-ptr
                   end-perform

      *>            media e situacao calculadas pelas regras de aprovacao do
      *>            ano letivo da turma do aluno (campos vazios sem notas)
                   perform copia-fd-para-ws
                   perform calcula-boletim
      *>            a situacao final considera a deliberacao do conselho
      *>            de classe; a calculada segue no campo seguinte
                   if ws-bol-sem-notas = "S" then
                       string ";;;"              delimited by size
                              into int-linha
                              with pointer ws-int-ptr
                   else
                       perform aplica-conselho
                       move ws-bol-media to ws-int-nota-aux-9
                       string ";"                delimited by size
                              ws-int-nota-aux-x  delimited by size
                              ";"                delimited by size
                              function trim(ws-cns-situacao-final)
                                                 delimited by size
                              ";"                delimited by size
                              function trim(ws-bol-situacao)
                                                 delimited by size
                              into int-linha
                              with pointer ws-int-ptr
                   end-if

                   perform grava-int-linha

                   add 1 to ws-int-qtd-registros
      *>------------------------------------------------------------------------
       replay-aluno section.

           move jrn-cod(1:8) to fd-cod

           evaluate jrn-operacao
               when "INCLUSAO"
                           perform grava-journal
                           display "Aluno excluido e copiado para o historico!"

      *>                    a exclusao abre vaga na turma do aluno: chama
      *>                    o primeiro da lista de espera
                           if exc-turma-cod <> spaces then
                               move exc-turma-cod        to ws-vag-turma-cod
                               move exc-turma-ano-letivo to ws-vag-ano-letivo
                               perform chama-lista-espera
                           end-if
                       end-if
                   else
                       display "Exclusao cancelada."
                   end-if
               end-if
           end-if

           display "Deseja deletar mais um cadastro? 'S'im ou 'V'oltar"
           accept ws-sair

           end-perform
           .
       deletar-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alterar Cadastro
      *>------------------------------------------------------------------------
       alterar-cadastro section.

               *> ponteiro
               perform consulta-indexada
               move fd-alunos to ws-jrn-antes

      *> -------------  Alterar dados do registro do arquivo
               display "Informe novo aluno a ser cadastrado: "
               accept ws-aluno
      *>        normaliza para maiusculas, mesma convencao de cadastrar-aluno
               move function upper-case(ws-aluno) to ws-aluno

               perform copia-ws-para-fd
               *> sobreescreve o arquivo
               rewrite fd-alunos
               if  ws-fs-arqCadAluno = 0 then
                   move "ALTERACAO"   to ws-jrn-operacao
                   move "arqCadAluno" to ws-jrn-arquivo
                   move fd-cod        to ws-jrn-cod
                   move fd-alunos     to ws-jrn-depois
                   perform grava-journal
                   display "Novo aluno  " ws-aluno " Cadastrado com sucesso!"
                   display "Alterar os responsaveis vinculados? 'S'im ou 'N'ao"
                   accept ws-rsp-opcao
                   if ws-rsp-opcao = "S" or ws-rsp-opcao = "s" then
                       perform vincula-responsaveis
                   end-if
               else
                   move 6                                    to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                    to ws-msn-erro-cod
                   move "Erro ao alterar arq. arqCadAluno "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           display "Deseja alterar mais um Aluno? 'S'im ou 'V'oltar"
           accept ws-sair


           .
       alterar-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastrar operador (ADM cria contas com perfil restrito, ex.: OPR)
      *>------------------------------------------------------------------------
       cadastrar-operador section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

           display erase
           display "------ Cadastro de operadores ------"
           display "Id do operador    : "
           accept op-id
           display "Senha do operador : "
           accept op-senha
           display "Perfil ('ADM' ou 'OPR')  : "
           accept op-perfil

           if  op-perfil <> "ADM"
           and op-perfil <> "OPR" then
               display "Perfil invalido! Use 'ADM' ou 'OPR'."
           else
               write op-registro
               if ws-fs-arqOperadores = 22 then
                   display "Id " op-id " ja cadastrado! Informe outro id."
               else
                   if ws-fs-arqOperadores <> 0 then
                       move 14                                      to ws-msn-erro-ofsset
                       move ws-fs-arqOperadores                     to ws-msn-erro-cod
                       move "Erro ao escrever arq. arqOperadores "  to ws-msn-erro-text
                       perform finaliza-anormal
                   else
                       display "Operador " op-id " cadastrado com sucesso!"
                   end-if
               end-if
           end-if

           display "  "
           display "Deseja cadastrar mais um operador? 'S'im ou 'V'oltar"
           accept ws-sair

           end-perform
           .
       cadastrar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Manutencao das regras de aprovacao (arqRegras): criterios do
      *>  regimento por ano letivo, com excecao opcional por turma
      *>------------------------------------------------------------------------
       manutencao-regras section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

           display erase
           display "------ Regras de aprovacao por ano letivo ------"
           display "'G'ravar, 'C'onsultar, 'E'xcluir ou 'L'istar: "
           accept ws-rgr-opcao

           evaluate ws-rgr-opcao
               when "G"
               when "g"
                   perform grava-regra
               when "C"
               when "c"
                   perform consulta-regra
               when "E"
               when "e"
                   perform exclui-regra
               when "L"
               when "l"
                   perform lista-regras
               when other
                   display "Opcao invalida!"
           end-evaluate

           display "  "
           display "Deseja continuar nas regras de aprovacao? 'S'im ou 'V'oltar"
           accept ws-sair

           end-perform
           .
       manutencao-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclusao ou alteracao da regra de um ano letivo (turma em branco)
      *>  ou de uma turma especifica do ano
      *>------------------------------------------------------------------------
       grava-regra section.

           display "Ano letivo                       : "
           accept ws-rgr-ano
           display "Turma (enter p/ todas as turmas) : "
           move spaces to ws-rgr-turma-cod
           accept ws-rgr-turma-cod

           move ws-rgr-ano       to rgr-ano-letivo
           move ws-rgr-turma-cod to rgr-turma-cod
           read arqRegras
           if ws-fs-arqRegras = 0 then
               move rgr-registro to ws-jrn-antes
               move "ALTERACAO"  to ws-jrn-operacao
               perform exibe-regra
           else
               if ws-fs-arqRegras <> 23 then
                   move 52                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRegras                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegras "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move spaces       to ws-jrn-antes
               move "INCLUSAO"   to ws-jrn-operacao
               display "Regra nova para o ano " ws-rgr-ano "."
           end-if

           display "Media minima p/ aprovacao        : "
           accept ws-rgr-media-aprovacao
           display "Media minima p/ recuperacao      : "
           accept ws-rgr-media-recuperacao
           display "Media final minima apos recup.   : "
           accept ws-rgr-media-final-recup
           display "Percentual maximo de faltas      : "
           accept ws-rgr-perc-max-faltas

           if ws-rgr-media-aprovacao > 10
           or ws-rgr-media-final-recup > 10
           or ws-rgr-media-recuperacao > ws-rgr-media-aprovacao
           or ws-rgr-perc-max-faltas > 100 then
               display "Valores invalidos! As medias vao de 0 a 10, a de "
                       "recuperacao nao passa a de aprovacao e o "
                       "percentual de faltas vai de 0 a 100."
           else
               move ws-rgr-ano               to rgr-ano-letivo
               move ws-rgr-turma-cod         to rgr-turma-cod
               move ws-rgr-media-aprovacao   to rgr-media-aprovacao
               move ws-rgr-media-recuperacao to rgr-media-recuperacao
               move ws-rgr-media-final-recup to rgr-media-final-recup
               move ws-rgr-perc-max-faltas   to rgr-perc-max-faltas
               accept rgr-data from date yyyymmdd

               if ws-jrn-operacao = "INCLUSAO" then
                   write rgr-registro
               else
                   rewrite rgr-registro
               end-if
               if ws-fs-arqRegras <> 0 then
                   move 52                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRegras                     to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqRegras "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "arqRegras"  to ws-jrn-arquivo
               move rgr-chave    to ws-jrn-cod
               move rgr-registro to ws-jrn-depois
               perform grava-journal

               display "Regra do ano " rgr-ano-letivo " gravada com sucesso!"
           end-if
           .
       grava-regra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta da regra em vigor para um ano letivo/turma (mostra de
      *>  onde o criterio vem: turma, ano ou padrao do regimento)
      *>------------------------------------------------------------------------
       consulta-regra section.

           display "Ano letivo                       : "
           accept ws-rgr-ano
           display "Turma (enter p/ regra do ano)    : "
           move spaces to ws-rgr-turma-cod
           accept ws-rgr-turma-cod

           perform carrega-regras

           evaluate ws-rgr-origem
               when "T"
                   display "Regra especifica da turma " ws-rgr-turma-cod
                           "/" ws-rgr-ano ":"
               when "A"
                   display "Regra do ano letivo " ws-rgr-ano ":"
               when other
                   display "Sem regra gravada para " ws-rgr-ano
                           ", valem os criterios padrao do regimento:"
           end-evaluate

           move ws-rgr-media-aprovacao   to rgr-media-aprovacao
           move ws-rgr-media-recuperacao to rgr-media-recuperacao
           move ws-rgr-media-final-recup to rgr-media-final-recup
           move ws-rgr-perc-max-faltas   to rgr-perc-max-faltas
           perform exibe-regra
           .
       consulta-regra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclusao de uma regra (o ano/turma volta ao criterio do nivel
      *>  acima: regra do ano ou padrao do regimento)
      *>------------------------------------------------------------------------
       exclui-regra section.

           display "Ano letivo                       : "
           accept rgr-ano-letivo
           display "Turma (enter p/ regra do ano)    : "
           move spaces to rgr-turma-cod
           accept rgr-turma-cod

           read arqRegras
           if ws-fs-arqRegras = 23 then
               display "Regra nao cadastrada!"
           else
               if ws-fs-arqRegras <> 0 then
                   move 52                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRegras                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegras "       to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   perform exibe-regra
                   display "Confirma exclusao? 'S'im ou 'N'ao"
                   accept ws-confirma

                   if  ws-confirma = "S"
                   or  ws-confirma = "s" then
                       move rgr-registro to ws-jrn-antes
                       delete arqRegras
                       if ws-fs-arqRegras <> 0 then
                           move 52                                  to ws-msn-erro-ofsset
                           move ws-fs-arqRegras                     to ws-msn-erro-cod
                           move "Erro ao deletar arq. arqRegras "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move "EXCLUSAO"  to ws-jrn-operacao
                       move "arqRegras" to ws-jrn-arquivo
                       move rgr-chave   to ws-jrn-cod
                       move spaces      to ws-jrn-depois
                       perform grava-journal

                       display "Regra excluida."
                   else
                       display "Exclusao cancelada."
                   end-if
               end-if
           end-if
           .
       exclui-regra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista todas as regras gravadas, em ordem de ano letivo e turma
      *>------------------------------------------------------------------------
       lista-regras section.

           move 0 to ws-rgr-qtd
           move low-values to rgr-chave

           start arqRegras key is >= rgr-chave
               invalid key
                   move 10 to ws-fs-arqRegras
           end-start

           perform until ws-fs-arqRegras = 10
                      or ws-fs-arqRegras = 23

               read arqRegras next

               if  ws-fs-arqRegras <> 0
               and ws-fs-arqRegras <> 10 then
                   move 52                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRegras                     to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRegras "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqRegras = 0 then
                   add 1 to ws-rgr-qtd
                   display "  "
                   if rgr-turma-cod = spaces then
                       display "Ano " rgr-ano-letivo " (todas as turmas), gravada em "
                               rgr-data
                   else
                       display "Ano " rgr-ano-letivo " turma " rgr-turma-cod
                               ", gravada em " rgr-data
                   end-if
                   perform exibe-regra
               end-if

           end-perform

           if ws-rgr-qtd = 0 then
               display "Nenhuma regra gravada: todos os anos seguem o "
                       "criterio padrao (7 / 5 / 5 / 25%)."
           end-if
           .
       lista-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibe os criterios do registro corrente de rgr-registro
      *>------------------------------------------------------------------------
       exibe-regra section.

           move rgr-media-aprovacao to ws-rgr-nota-ed
           display "  Media p/ aprovacao      : " ws-rgr-nota-ed
           move rgr-media-recuperacao to ws-rgr-nota-ed
           display "  Media p/ recuperacao    : " ws-rgr-nota-ed
           move rgr-media-final-recup to ws-rgr-nota-ed
           display "  Media final apos recup. : " ws-rgr-nota-ed
           move rgr-perc-max-faltas to ws-rgr-perc-ed
           display "  Maximo de faltas        : " ws-rgr-perc-ed "%"
           .
       exibe-regra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Manutencao dos periodos letivos (bimestres) de um ano letivo:
      *>  inclusao/alteracao, consulta, exclusao e fechamento do periodo
      *>------------------------------------------------------------------------
       manutencao-periodos section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

           display erase
           display "------ Periodos letivos (bimestres) ------"
           display "'G'ravar, 'C'onsultar, 'E'xcluir ou 'F'echar periodo: "
           accept ws-per-opcao

           evaluate ws-per-opcao
               when "G"
               when "g"
                   perform grava-periodo
               when "C"
               when "c"
                   perform lista-periodos
               when "E"
               when "e"
                   perform exclui-periodo
               when "F"
               when "f"
                   perform fecha-periodo
               when other
                   display "Opcao invalida!"
           end-evaluate

           display "  "
           display "Deseja continuar nos periodos letivos? 'S'im ou 'V'oltar"
           accept ws-sair

           end-perform
           .
       manutencao-periodos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclusao ou alteracao de um periodo: as datas precisam caber no
      *>  calendario do ano e nao podem sobrepor outro periodo; periodo
      *>  fechado nao pode mais ser alterado
      *>------------------------------------------------------------------------
       grava-periodo section.

           display "Ano letivo               : "
           accept ws-per-ano
           display "Numero do periodo (1 a 9): "
           accept ws-per-num

      *>    periodos ja gravados no ano, para conferir sobreposicao
           perform carrega-periodos

           move ws-per-ano to per-ano-letivo
           move ws-per-num to per-num
           read arqPeriodo
           if ws-fs-arqPeriodo = 0 then
               move per-registro to ws-jrn-antes
               move "ALTERACAO"  to ws-jrn-operacao
           else
               if ws-fs-arqPeriodo <> 23 then
                   move 53                                  to ws-msn-erro-ofsset
                   move ws-fs-arqPeriodo                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqPeriodo "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move spaces       to ws-jrn-antes
               move "INCLUSAO"   to ws-jrn-operacao
           end-if

           if ws-per-num = 0 then
               display "Numero de periodo invalido!"
           else
           if  ws-jrn-operacao = "ALTERACAO"
           and per-situacao = "F" then
               display "Periodo " per-num "/" per-ano-letivo
                       " ja fechado em " per-data-fechamento
                       ", alteracao recusada."
           else
               if ws-jrn-operacao = "ALTERACAO" then
                   display "Periodo atual: " per-descricao " de "
                           per-data-ini " a " per-data-fim
               end-if
               display "Descricao (ex.: 1o BIMESTRE) : "
               accept per-descricao
               move function upper-case(per-descricao) to per-descricao
               display "Data de inicio (AAAAMMDD)    : "
               accept per-data-ini
               display "Data de termino (AAAAMMDD)   : "
               accept per-data-fim

               perform valida-periodo

               if ws-per-ok = "S" then
                   move ws-per-ano to per-ano-letivo
                   move ws-per-num to per-num
                   move "A"        to per-situacao
                   move zero       to per-data-fechamento
                   move spaces     to per-operador-fechamento

                   if ws-jrn-operacao = "INCLUSAO" then
                       write per-registro
                   else
                       rewrite per-registro
                   end-if
                   if ws-fs-arqPeriodo <> 0 then
                       move 53                                  to ws-msn-erro-ofsset
                       move ws-fs-arqPeriodo                    to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqPeriodo "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move "arqPeriodo" to ws-jrn-arquivo
                   move per-chave    to ws-jrn-cod
                   move per-registro to ws-jrn-depois
                   perform grava-journal

                   display "Periodo " per-num "/" per-ano-letivo
                           " gravado com " ws-per-qtd-letivos
                           " dia(s) letivo(s)."
               end-if
           end-if
           end-if
           .
       grava-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere as datas de per-registro: inicio antes do termino, dentro
      *>  do ano letivo do calendario (quando houver) e sem sobrepor os
      *>  outros periodos do ano (ws-per-ok = 'S' quando valido)
      *>------------------------------------------------------------------------
       valida-periodo section.

           move "S" to ws-per-ok

           if per-data-ini > per-data-fim then
               display "Data de inicio posterior a data de termino!"
               move "N" to ws-per-ok
           end-if

      *>    datas do calendario do ano: primeiro e ultimo dia marcados e
      *>    dias letivos dentro do periodo
           move 0    to ws-per-qtd-letivos
           move zero to ws-per-cal-primeiro
           move zero to ws-per-cal-ultimo
           move ws-per-ano to cal-ano-letivo
           move zero       to cal-data

           start arqCalendario key is >= cal-chave
               invalid key
                   move 10 to ws-fs-arqCalendario
           end-start

           perform until ws-fs-arqCalendario = 10
                      or ws-fs-arqCalendario = 23

               read arqCalendario next

               if  ws-fs-arqCalendario <> 0
               and ws-fs-arqCalendario <> 10 then
                   move 53                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCalendario = 0 then
                   if cal-ano-letivo = ws-per-ano then
                       if ws-per-cal-primeiro = zero then
                           move cal-data to ws-per-cal-primeiro
                       end-if
                       move cal-data to ws-per-cal-ultimo
                       if  cal-tipo = "L"
                       and cal-data >= per-data-ini
                       and cal-data <= per-data-fim
                       and ws-per-qtd-letivos < 999 then
                           add 1 to ws-per-qtd-letivos
                       end-if
                   else
                       move 10 to ws-fs-arqCalendario
                   end-if
               end-if

           end-perform

           if ws-per-cal-primeiro = zero then
               display "ATENCAO: ano " ws-per-ano " sem calendario gravado,"
                       " datas do periodo nao conferidas ('CL')."
           else
               if per-data-ini < ws-per-cal-primeiro
               or per-data-fim > ws-per-cal-ultimo then
                   display "Periodo fora do calendario de " ws-per-ano
                           " (" ws-per-cal-primeiro " a "
                           ws-per-cal-ultimo ")!"
                   move "N" to ws-per-ok
               else
                   if ws-per-qtd-letivos = 0 then
                       display "Nenhum dia letivo no calendario entre "
                               per-data-ini " e " per-data-fim "!"
                       move "N" to ws-per-ok
                   end-if
               end-if
           end-if

      *>    sobreposicao com os demais periodos do mesmo ano (ws-per-tab
      *>    carregada antes da leitura do periodo)
           perform varying ws-per-k from 1 by 1
                   until ws-per-k > ws-per-qtd
               if  ws-per-tab-num(ws-per-k) <> ws-per-num
               and per-data-ini <= ws-per-tab-fim(ws-per-k)
               and per-data-fim >= ws-per-tab-ini(ws-per-k) then
                   display "Datas sobrepoem o periodo "
                           ws-per-tab-num(ws-per-k) " ("
                           ws-per-tab-ini(ws-per-k) " a "
                           ws-per-tab-fim(ws-per-k) ")!"
                   move "N" to ws-per-ok
               end-if
           end-perform
           .
       valida-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os periodos gravados de um ano letivo
      *>------------------------------------------------------------------------
       lista-periodos section.

           display "Ano letivo: "
           accept ws-per-ano

           perform carrega-periodos

           if ws-per-qtd = 0 then
               display "Nenhum periodo gravado para " ws-per-ano "."
           else
               display "  "
               display "Per. Descricao            Inicio     Termino    Situacao"
               perform varying ws-per-k from 1 by 1
                       until ws-per-k > ws-per-qtd
                   move ws-per-tab-ini(ws-per-k) to ws-per-data
                   perform formata-data-periodo
                   move ws-per-data-ed to ws-per-data-ed-ini
                   move ws-per-tab-fim(ws-per-k) to ws-per-data
                   perform formata-data-periodo
                   if ws-per-tab-sit(ws-per-k) = "F" then
                       display "  " ws-per-tab-num(ws-per-k) "  "
                               ws-per-tab-descricao(ws-per-k) " "
                               ws-per-data-ed-ini " " ws-per-data-ed
                               " FECHADO"
                   else
                       display "  " ws-per-tab-num(ws-per-k) "  "
                               ws-per-tab-descricao(ws-per-k) " "
                               ws-per-data-ed-ini " " ws-per-data-ed
                               " aberto"
                   end-if
               end-perform
           end-if
           .
       lista-periodos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclusao de um periodo ainda aberto
      *>------------------------------------------------------------------------
       exclui-periodo section.

           display "Ano letivo               : "
           accept per-ano-letivo
           display "Numero do periodo        : "
           accept per-num

           read arqPeriodo
           if ws-fs-arqPeriodo = 23 then
               display "Periodo nao cadastrado!"
           else
               if ws-fs-arqPeriodo <> 0 then
                   move 53                                  to ws-msn-erro-ofsset
                   move ws-fs-arqPeriodo                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqPeriodo "      to ws-msn-erro-text
                   perform finaliza-anormal
               else
               if per-situacao = "F" then
                   display "Periodo ja fechado, exclusao recusada."
               else
                   display per-num "/" per-ano-letivo " - " per-descricao
                           " de " per-data-ini " a " per-data-fim
                   display "Confirma exclusao? 'S'im ou 'N'ao"
                   accept ws-confirma

                   if  ws-confirma = "S"
                   or  ws-confirma = "s" then
                       move per-registro to ws-jrn-antes
                       delete arqPeriodo
                       if ws-fs-arqPeriodo <> 0 then
                           move 53                                  to ws-msn-erro-ofsset
                           move ws-fs-arqPeriodo                    to ws-msn-erro-cod
                           move "Erro ao deletar arq. arqPeriodo "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move "EXCLUSAO"   to ws-jrn-operacao
                       move "arqPeriodo" to ws-jrn-arquivo
                       move per-chave    to ws-jrn-cod
                       move spaces       to ws-jrn-depois
                       perform grava-journal

                       display "Periodo excluido."
                   else
                       display "Exclusao cancelada."
                   end-if
               end-if
               end-if
           end-if
           .
       exclui-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fechamento do bimestre: a partir dele nenhuma nota ou falta do
      *>  periodo pode ser incluida ou alterada ('NO', 'ND', 'BL', 'FA')
      *>------------------------------------------------------------------------
       fecha-periodo section.

           display "Ano letivo               : "
           accept per-ano-letivo
           display "Numero do periodo        : "
           accept per-num

           read arqPeriodo
           if ws-fs-arqPeriodo = 23 then
               display "Periodo nao cadastrado!"
           else
               if ws-fs-arqPeriodo <> 0 then
                   move 53                                  to ws-msn-erro-ofsset
                   move ws-fs-arqPeriodo                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqPeriodo "      to ws-msn-erro-text
                   perform finaliza-anormal
               else
               if per-situacao = "F" then
                   display "Periodo ja fechado em " per-data-fechamento
                           " por " per-operador-fechamento "."
               else
                   display per-num "/" per-ano-letivo " - " per-descricao
                           " de " per-data-ini " a " per-data-fim
                   display "Apos o fechamento as notas e faltas do periodo nao"
                   display "poderao mais ser lancadas ou alteradas."
                   display "Confirma fechamento? 'S'im ou 'N'ao"
                   accept ws-confirma

                   if  ws-confirma = "S"
                   or  ws-confirma = "s" then
                       move per-registro to ws-jrn-antes
                       move "F"          to per-situacao
                       accept per-data-fechamento from date yyyymmdd
                       move ws-login-id  to per-operador-fechamento
                       rewrite per-registro
                       if ws-fs-arqPeriodo <> 0 then
                           move 53                                  to ws-msn-erro-ofsset
                           move ws-fs-arqPeriodo                    to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqPeriodo "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move "FECHAMENT" to ws-jrn-operacao
                       move "arqPeriodo" to ws-jrn-arquivo
                       move per-chave    to ws-jrn-cod
                       move per-registro to ws-jrn-depois
                       perform grava-journal

                       display "Periodo " per-num "/" per-ano-letivo " fechado."
                   else
                       display "Fechamento cancelado."
                   end-if
               end-if
               end-if
           end-if
           .
       fecha-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega em ws-per-tab os periodos de ws-per-ano, em ordem de
      *>  numero (ws-per-qtd = 0 quando o ano nao usa periodos)
      *>------------------------------------------------------------------------
       carrega-periodos section.

           move 0          to ws-per-qtd
           move ws-per-ano to per-ano-letivo
           move 0          to per-num

           start arqPeriodo key is >= per-chave
               invalid key
                   move 10 to ws-fs-arqPeriodo
           end-start

           perform until ws-fs-arqPeriodo = 10
                      or ws-fs-arqPeriodo = 23

               read arqPeriodo next

               if  ws-fs-arqPeriodo <> 0
               and ws-fs-arqPeriodo <> 10 then
                   move 53                                  to ws-msn-erro-ofsset
                   move ws-fs-arqPeriodo                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqPeriodo "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqPeriodo = 0 then
                   if  per-ano-letivo = ws-per-ano
                   and ws-per-qtd < 9 then
                       add 1 to ws-per-qtd
                       move per-num       to ws-per-tab-num(ws-per-qtd)
                       move per-descricao to ws-per-tab-descricao(ws-per-qtd)
                       move per-data-ini  to ws-per-tab-ini(ws-per-qtd)
                       move per-data-fim  to ws-per-tab-fim(ws-per-qtd)
                       move per-situacao  to ws-per-tab-sit(ws-per-qtd)
                   else
                       move 10 to ws-fs-arqPeriodo
                   end-if
               end-if

           end-perform
           .
       carrega-periodos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura em ws-per-tab o periodo que contem ws-per-data
      *>  (ws-per-achou = posicao na tabela, zero se nenhum)
      *>------------------------------------------------------------------------
       localiza-periodo-data section.

           move 0 to ws-per-achou
           perform varying ws-per-k from 1 by 1
                   until ws-per-k > ws-per-qtd
                      or ws-per-achou > 0
               if  ws-per-data >= ws-per-tab-ini(ws-per-k)
               and ws-per-data <= ws-per-tab-fim(ws-per-k) then
                   move ws-per-k to ws-per-achou
               end-if
           end-perform
           .
       localiza-periodo-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pede o periodo (bimestre) dos lancamentos entre os periodos de
      *>  ws-per-tab; recusa periodo inexistente ou ja fechado
      *>  (ws-per-ok = 'S' e ws-per-p = posicao na tabela quando aceito)
      *>------------------------------------------------------------------------
       escolhe-periodo section.

           move "N" to ws-per-ok
           move 0   to ws-per-p

           display "Periodos de " ws-per-ano ":"
           perform varying ws-per-k from 1 by 1
                   until ws-per-k > ws-per-qtd
               if ws-per-tab-sit(ws-per-k) = "F" then
                   display "  " ws-per-tab-num(ws-per-k) " - "
                           ws-per-tab-descricao(ws-per-k) " (fechado)"
               else
                   display "  " ws-per-tab-num(ws-per-k) " - "
                           ws-per-tab-descricao(ws-per-k)
               end-if
           end-perform
           display "Periodo (bimestre) das notas: "
           accept ws-per-num

           perform varying ws-per-k from 1 by 1
                   until ws-per-k > ws-per-qtd
               if ws-per-tab-num(ws-per-k) = ws-per-num then
                   move ws-per-k to ws-per-p
               end-if
           end-perform

           if ws-per-p = 0 then
               display "Periodo " ws-per-num " nao cadastrado para " ws-per-ano "!"
           else
               if ws-per-tab-sit(ws-per-p) = "F" then
                   display "Periodo " ws-per-num " ja fechado: lancamento recusado."
               else
                   move "S" to ws-per-ok
               end-if
           end-if
           .
       escolhe-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le de arqNotaPeriodo (chave ja montada em npe-chave) o periodo de
      *>  cada avaliacao; as posicoes alem de ws-per-qtd-antiga nao tem
      *>  nota e ficam sem periodo
      *>------------------------------------------------------------------------
       le-periodo-notas section.

           read arqNotaPeriodo
           if ws-fs-arqNotaPeriodo = 0 then
               move "S" to ws-per-npe-existe
           else
               if ws-fs-arqNotaPeriodo <> 23 then
                   move 54                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotaPeriodo                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNotaPeriodo "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-per-npe-existe
           end-if

           perform varying ws-per-k from 1 by 1 until ws-per-k > 10
               if  ws-per-npe-existe = "S"
               and ws-per-k <= ws-per-qtd-antiga then
                   move npe-per-tab(ws-per-k) to ws-per-tag-tab(ws-per-k)
               else
                   move 0    to ws-per-tag-tab(ws-per-k)
               end-if
               if ws-per-k > ws-per-qtd-antiga then
                   move zero to ws-per-nota-tab(ws-per-k)
               end-if
           end-perform
           .
       le-periodo-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava em arqNotaPeriodo (chave em npe-chave) o periodo de cada
      *>  avaliacao, de ws-per-tag-tab
      *>------------------------------------------------------------------------
       grava-periodo-notas section.

           perform varying ws-per-k from 1 by 1 until ws-per-k > 10
               move ws-per-tag-tab(ws-per-k) to npe-per-tab(ws-per-k)
           end-perform

           if ws-per-npe-existe = "S" then
               rewrite npe-registro
           else
               write npe-registro
           end-if
           if ws-fs-arqNotaPeriodo <> 0 then
               move 54                                      to ws-msn-erro-ofsset
               move ws-fs-arqNotaPeriodo                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqNotaPeriodo "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "S" to ws-per-npe-existe
           .
       grava-periodo-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lancamento de notas em ano com periodos letivos: o operador
      *>  escolhe o bimestre e as avaliacoes (posicoes) que pertencem a
      *>  ele; avaliacoes de outro bimestre nao podem ser alteradas.
      *>  Entrada: npe-chave, ws-per-ano/ws-per-tab carregados,
      *>  ws-per-qtd-aval (avaliacoes do aluno), ws-per-qtd-antiga e as
      *>  notas atuais em ws-per-nota-tab. Saida: ws-per-nota-tab e
      *>  ws-per-tag-tab atualizadas e ws-per-ok = 'S' para gravar
      *>------------------------------------------------------------------------
       lanca-notas-periodo section.

           perform escolhe-periodo

           if ws-per-ok = "S" then
               perform le-periodo-notas

               display "  "
               display "Avaliacao  Nota   Periodo"
               perform varying ws-per-k from 1 by 1
                       until ws-per-k > ws-per-qtd-aval
                   move ws-per-nota-tab(ws-per-k) to ws-per-nota-ed
                   if ws-per-tag-tab(ws-per-k) = 0 then
                       display "   " ws-per-k "     " ws-per-nota-ed "   -"
                   else
                       display "   " ws-per-k "     " ws-per-nota-ed "   "
                               ws-per-tag-tab(ws-per-k)
                   end-if
               end-perform

               display "Avaliacoes do periodo " ws-per-num
                       " - da avaliacao: "
               accept ws-per-aval-ini
               display "                        ate a avaliacao: "
               accept ws-per-aval-fim

               if ws-per-aval-ini < 1
               or ws-per-aval-fim < ws-per-aval-ini
               or ws-per-aval-fim > ws-per-qtd-aval then
                   display "Faixa de avaliacoes invalida (1 a " ws-per-qtd-aval ")!"
                   move "N" to ws-per-ok
               end-if
           end-if

      *>    avaliacao ja lancada em outro bimestre nao pode ser regravada
      *>    como deste; e a reducao do numero de avaliacoes nao pode
      *>    descartar nota de bimestre fechado
           if ws-per-ok = "S" then
               perform varying ws-per-k from 1 by 1 until ws-per-k > 10
                   if  ws-per-k >= ws-per-aval-ini
                   and ws-per-k <= ws-per-aval-fim
                   and ws-per-tag-tab(ws-per-k) <> 0
                   and ws-per-tag-tab(ws-per-k) <> ws-per-num then
                       display "Avaliacao " ws-per-k " pertence ao periodo "
                               ws-per-tag-tab(ws-per-k) "!"
                       move "N" to ws-per-ok
                   end-if
                   if  ws-per-k > ws-per-qtd-aval
                   and ws-per-tag-tab(ws-per-k) <> 0 then
                       perform varying ws-per-achou from 1 by 1
                               until ws-per-achou > ws-per-qtd
                           if  ws-per-tab-num(ws-per-achou) = ws-per-tag-tab(ws-per-k)
                           and ws-per-tab-sit(ws-per-achou) = "F" then
                               display "Avaliacao " ws-per-k " do periodo fechado "
                                       ws-per-tag-tab(ws-per-k)
                                       " seria descartada!"
                               move "N" to ws-per-ok
                           end-if
                       end-perform
                   end-if
               end-perform
               if ws-per-ok <> "S" then
                   display "Lancamento recusado."
               end-if
           end-if

           if ws-per-ok = "S" then
               perform varying ws-per-k from ws-per-aval-ini by 1
                       until ws-per-k > ws-per-aval-fim
                   display "Informe a nota " ws-per-k " : "
                   accept ws-per-nota-tab(ws-per-k)
                   move ws-per-num to ws-per-tag-tab(ws-per-k)
               end-perform
               perform varying ws-per-k from 1 by 1 until ws-per-k > 10
                   if ws-per-k > ws-per-qtd-aval then
                       move 0    to ws-per-tag-tab(ws-per-k)
                       move zero to ws-per-nota-tab(ws-per-k)
                   end-if
               end-perform
           end-if
           .
       lanca-notas-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Boletim parcial do periodo (bimestre): para a turma, ou um aluno
      *>  dela, as medias de cada disciplina so com as avaliacoes do
      *>  periodo e as faltas lancadas entre as datas do periodo
      *>  (boletimParcial.txt)
      *>------------------------------------------------------------------------
       boletim-parcial section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

           display erase
           display "------ Boletim parcial do periodo ------"
           display "Codigo da turma: "
           accept trm-cod
           display "Ano letivo     : "
           accept trm-ano-letivo

           read arqTurma
           if ws-fs-arqTurma = 23 then
               display "Turma informada nao cadastrada! Use 'TU' para cadastra-la."
           else
               if ws-fs-arqTurma <> 0 then
                   move 55                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma "        to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   move trm-cod        to ws-per-turma-cod
                   move trm-ano-letivo to ws-per-ano
                   perform carrega-periodos

                   if ws-per-qtd = 0 then
                       display "Ano " ws-per-ano " sem periodos letivos cadastrados ('PL')."
                   else
                       perform boletim-parcial-turma
                   end-if
               end-if
           end-if

           display "  "
           display "Deseja gerar outro boletim parcial? 'S'im ou 'V'oltar"
           accept ws-sair

           end-perform
           .
       boletim-parcial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Escolha do periodo e do aluno e geracao do boletim parcial da
      *>  turma ws-per-turma-cod / ws-per-ano (periodo fechado tambem
      *>  pode ser consultado)
      *>------------------------------------------------------------------------
       boletim-parcial-turma section.

           perform varying ws-per-k from 1 by 1
                   until ws-per-k > ws-per-qtd
               display "  " ws-per-tab-num(ws-per-k) " - "
                       ws-per-tab-descricao(ws-per-k)
           end-perform
           display "Periodo (bimestre): "
           accept ws-per-num

           move 0 to ws-per-p
           perform varying ws-per-k from 1 by 1
                   until ws-per-k > ws-per-qtd
               if ws-per-tab-num(ws-per-k) = ws-per-num then
                   move ws-per-k to ws-per-p
               end-if
           end-perform

           if ws-per-p = 0 then
               display "Periodo " ws-per-num " nao cadastrado para " ws-per-ano "!"
           else
               display "Codigo do aluno (enter = todos da turma): "
               move spaces to ws-per-cod
               accept ws-per-cod

      *>        criterios de aprovacao e dias letivos sao os mesmos para
      *>        todos os alunos da turma no periodo
               move ws-per-ano       to ws-rgr-ano
               move ws-per-turma-cod to ws-rgr-turma-cod
               perform carrega-regras
               perform conta-letivos-periodo

               open output arqBolParcial
               if ws-fs-arqBolParcial <> 0 then
                   move 55                                      to ws-msn-erro-ofsset
                   move ws-fs-arqBolParcial                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqBolParcial "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-per-tab-ini(ws-per-p) to ws-per-data
               perform formata-data-periodo
               move ws-per-data-ed to ws-per-data-ed-ini
               move ws-per-tab-fim(ws-per-p) to ws-per-data
               perform formata-data-periodo

               move spaces to bpa-linha
               string "BOLETIM PARCIAL - TURMA " ws-per-turma-cod
                      " / " ws-per-ano " - "
                      ws-per-tab-descricao(ws-per-p)
                      delimited by size into bpa-linha
               perform grava-bpa-linha
               move spaces to bpa-linha
               move ws-per-qtd-letivos to ws-per-qtd-ed
               string "Periodo de " ws-per-data-ed-ini " a " ws-per-data-ed
                      " - dias letivos: " ws-per-qtd-ed
                      delimited by size into bpa-linha
               if ws-per-tab-sit(ws-per-p) = "F" then
                   move "(FECHADO)" to bpa-linha(70:9)
               end-if
               perform grava-bpa-linha

               move 0 to ws-per-qtd-alunos
               if ws-per-cod = spaces then
                   move low-values to fd-cod
                   start arqCadAluno key is >= fd-cod
                       invalid key
                           move 10 to ws-fs-arqCadAluno
                   end-start

                   perform until ws-fs-arqCadAluno = 10

                       read arqCadAluno next

                       if  ws-fs-arqCadAluno <> 0
                       and ws-fs-arqCadAluno <> 10 then
                           move 55                                      to ws-msn-erro-ofsset
                           move ws-fs-arqCadAluno                       to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCadAluno "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if  ws-fs-arqCadAluno = 0
                       and fd-turma-cod        = ws-per-turma-cod
                       and fd-turma-ano-letivo = ws-per-ano
                       and fd-sit-matricula <> "T"
                       and fd-sit-matricula <> "F" then
                           add 1 to ws-per-qtd-alunos
                           perform boletim-parcial-aluno
                       end-if

                   end-perform
               else
                   move ws-per-cod to fd-cod
                   read arqCadAluno
                   if ws-fs-arqCadAluno = 23 then
                       display "Codigo informado invalido!"
                   else
                       if ws-fs-arqCadAluno <> 0 then
                           move 55                                      to ws-msn-erro-ofsset
                           move ws-fs-arqCadAluno                       to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCadAluno "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       if  fd-turma-cod        = ws-per-turma-cod
                       and fd-turma-ano-letivo = ws-per-ano then
                           add 1 to ws-per-qtd-alunos
                           perform boletim-parcial-aluno
                       else
                           display "Aluno " fd-cod " nao pertence a turma "
                                   ws-per-turma-cod "/" ws-per-ano "!"
                       end-if
                   end-if
               end-if

               close arqBolParcial
               if ws-fs-arqBolParcial <> 0 then
                   move 55                                      to ws-msn-erro-ofsset
                   move ws-fs-arqBolParcial                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqBolParcial "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display "Boletim parcial gerado em boletimParcial.txt: "
                       ws-per-qtd-alunos " aluno(s)."
           end-if
           .
       boletim-parcial-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta os dias letivos do calendario entre as datas do periodo
      *>  ws-per-p (ws-per-qtd-letivos)
      *>------------------------------------------------------------------------
       conta-letivos-periodo section.

           move 0                        to ws-per-qtd-letivos
           move ws-per-ano               to cal-ano-letivo
           move ws-per-tab-ini(ws-per-p) to cal-data

           start arqCalendario key is >= cal-chave
               invalid key
                   move 10 to ws-fs-arqCalendario
           end-start

           perform until ws-fs-arqCalendario = 10
                      or ws-fs-arqCalendario = 23

               read arqCalendario next

               if  ws-fs-arqCalendario <> 0
               and ws-fs-arqCalendario <> 10 then
                   move 55                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCalendario = 0 then
                   if  cal-ano-letivo = ws-per-ano
                   and cal-data <= ws-per-tab-fim(ws-per-p) then
                       if  cal-tipo = "L"
                       and ws-per-qtd-letivos < 999 then
                           add 1 to ws-per-qtd-letivos
                       end-if
                   else
                       move 10 to ws-fs-arqCalendario
                   end-if
               end-if

           end-perform
           .
       conta-letivos-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco do aluno corrente de fd-alunos no boletim parcial: faltas
      *>  e frequencia no periodo e media de cada disciplina (ou das
      *>  notas agrupadas) com as avaliacoes marcadas para o periodo
      *>------------------------------------------------------------------------
       boletim-parcial-aluno section.

           move 0      to ws-per-qtd-faltas
           move fd-cod to flt-cod
           move ws-per-tab-ini(ws-per-p) to flt-data

           start arqFaltas key is >= flt-chave
               invalid key
                   move 10 to ws-fs-arqFaltas
           end-start

           perform until ws-fs-arqFaltas = 10
                      or ws-fs-arqFaltas = 23

               read arqFaltas next

               if  ws-fs-arqFaltas <> 0
               and ws-fs-arqFaltas <> 10 then
                   move 55                                      to ws-msn-erro-ofsset
                   move ws-fs-arqFaltas                         to ws-msn-erro-cod
                   move "Erro ao ler arq. arqFaltas "           to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqFaltas = 0 then
                   if  flt-cod  = fd-cod
                   and flt-data <= ws-per-tab-fim(ws-per-p) then
                       if  flt-turma-ano-letivo = ws-per-ano
                       and ws-per-qtd-faltas < 999 then
                           add 1 to ws-per-qtd-faltas
                       end-if
                   else
                       move 10 to ws-fs-arqFaltas
                   end-if
               end-if

           end-perform

           move zero to ws-per-perc-faltas
           move 100  to ws-per-perc-freq
           if ws-per-qtd-letivos > 0 then
               compute ws-per-perc-faltas rounded =
                   ws-per-qtd-faltas * 100 / ws-per-qtd-letivos
               if ws-per-perc-faltas > 100 then
                   move 100 to ws-per-perc-faltas
               end-if
               compute ws-per-perc-freq =
                   100 - ws-per-perc-faltas
           end-if

           move spaces to bpa-linha
           perform grava-bpa-linha
           move spaces to bpa-linha
           string "Aluno: " fd-cod " - " fd-aluno
                  delimited by size into bpa-linha
           perform grava-bpa-linha

           move spaces to bpa-linha
           move ws-per-qtd-faltas to ws-per-qtd-ed
           move ws-per-perc-freq  to ws-per-perc-ed
           string "  Faltas no periodo: " ws-per-qtd-ed
                  "   Frequencia: " ws-per-perc-ed "%"
                  delimited by size into bpa-linha
           if ws-per-perc-faltas > ws-rgr-perc-max-faltas then
               move "ACIMA DO LIMITE DE FALTAS" to bpa-linha(60:25)
           end-if
           perform grava-bpa-linha

      *>    disciplinas da turma; sem disciplinas, notas agrupadas
           move 0                to ws-per-qtd-disc
           move ws-per-turma-cod to dis-turma-cod
           move ws-per-ano       to dis-ano-letivo
           move zero             to dis-cod

           start arqDisciplina key is >= dis-chave
               invalid key
                   move 10 to ws-fs-arqDisciplina
           end-start

           perform until ws-fs-arqDisciplina = 10
                      or ws-fs-arqDisciplina = 23

               read arqDisciplina next

               if  ws-fs-arqDisciplina <> 0
               and ws-fs-arqDisciplina <> 10 then
                   move 55                                  to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplina                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplina "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqDisciplina = 0 then
                   if  dis-turma-cod  = ws-per-turma-cod
                   and dis-ano-letivo = ws-per-ano then
                       add 1 to ws-per-qtd-disc
                       perform bpa-media-disciplina
                   else
                       move 10 to ws-fs-arqDisciplina
                   end-if
               end-if

           end-perform

           if ws-per-qtd-disc = 0 then
               perform bpa-media-agrupada
           end-if
           .
       boletim-parcial-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Media do aluno na disciplina corrente de dis-registro so com as
      *>  avaliacoes do periodo
      *>------------------------------------------------------------------------
       bpa-media-disciplina section.

           move zero to ws-per-soma
           move 0    to ws-per-qtd-notas

           move fd-cod         to nd-cod
           move dis-ano-letivo to nd-ano-letivo
           move dis-cod        to nd-disc-cod
           read arqNotasDisc
           if  ws-fs-arqNotasDisc <> 0
           and ws-fs-arqNotasDisc <> 23 then
               move 55                                  to ws-msn-erro-ofsset
               move ws-fs-arqNotasDisc                  to ws-msn-erro-cod
               move "Erro ao ler arq. arqNotasDisc "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if  ws-fs-arqNotasDisc = 0
           and nd-turma-cod = dis-turma-cod then
               move fd-cod         to npe-cod
               move dis-ano-letivo to npe-ano-letivo
               move dis-cod        to npe-disc-cod
               move nd-qtd-notas   to ws-per-qtd-antiga
               perform le-periodo-notas
               perform varying ws-per-k from 1 by 1
                       until ws-per-k > nd-qtd-notas
                   if ws-per-tag-tab(ws-per-k) = ws-per-num then
                       add nd-notas-tab(ws-per-k) to ws-per-soma
                       add 1 to ws-per-qtd-notas
                   end-if
               end-perform
           end-if

           move spaces to bpa-linha
           move "  "     to bpa-linha(1:2)
           move dis-nome to bpa-linha(3:20)
           perform bpa-linha-media
           .
       bpa-media-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Media das notas agrupadas (fd-notas-tab) do periodo, para turma
      *>  sem disciplinas cadastradas
      *>------------------------------------------------------------------------
       bpa-media-agrupada section.

           move zero to ws-per-soma
           move 0    to ws-per-qtd-notas

           if not (fd-qtd-notas = 1 and fd-notas-tab(1) = 11) then
               move fd-cod         to npe-cod
               move ws-per-ano     to npe-ano-letivo
               move 0              to npe-disc-cod
               move fd-qtd-notas   to ws-per-qtd-antiga
               perform le-periodo-notas
               perform varying ws-per-k from 1 by 1
                       until ws-per-k > fd-qtd-notas
                   if ws-per-tag-tab(ws-per-k) = ws-per-num then
                       add fd-notas-tab(ws-per-k) to ws-per-soma
                       add 1 to ws-per-qtd-notas
                   end-if
               end-perform
           end-if

           move spaces to bpa-linha
           move "  Notas do periodo" to bpa-linha(1:18)
           perform bpa-linha-media
           .
       bpa-media-agrupada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Completa bpa-linha com a media do periodo (ws-per-soma /
      *>  ws-per-qtd-notas) e a situacao parcial pelos criterios do ano
      *>------------------------------------------------------------------------
       bpa-linha-media section.

           if ws-per-qtd-notas = 0 then
               move "sem notas no periodo" to bpa-linha(26:20)
           else
               compute ws-per-media rounded =
                   ws-per-soma / ws-per-qtd-notas
               evaluate true
                   when ws-per-media >= ws-rgr-media-aprovacao
                       move "Na media"        to ws-per-situacao
                   when ws-per-media >= ws-rgr-media-recuperacao
                       move "Em recuperacao"  to ws-per-situacao
                   when other
                       move "Abaixo da media" to ws-per-situacao
               end-evaluate
               move ws-per-media to ws-per-nota-ed
               move ws-per-qtd-notas to ws-per-qtd-ed
               string "Media: " ws-per-nota-ed "  (" ws-per-qtd-ed
                      " aval.)  " ws-per-situacao
                      delimited by size into bpa-linha(26:60)
           end-if
           perform grava-bpa-linha
           .
       bpa-linha-media-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava bpa-linha no arquivo do boletim parcial
      *>------------------------------------------------------------------------
       grava-bpa-linha section.

           write bpa-linha
           if ws-fs-arqBolParcial <> 0 then
               move 55                                      to ws-msn-erro-ofsset
               move ws-fs-arqBolParcial                     to ws-msn-erro-cod
               move "Erro ao escrever arq. arqBolParcial "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-bpa-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte ws-per-data (AAAAMMDD) em ws-per-data-ed (DD/MM/AAAA)
      *>------------------------------------------------------------------------
       formata-data-periodo section.

           move ws-per-data(7:2) to ws-per-data-ed-dd
           move ws-per-data(5:2) to ws-per-data-ed-mm
           move ws-per-data(1:4) to ws-per-data-ed-aaaa
           .
       formata-data-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conselho de classe: lista os alunos da turma que o calculo nao
      *>  aprova (media por disciplina e frequencia) e registra a
      *>  deliberacao do conselho para cada um, com ata e justificativa
      *>------------------------------------------------------------------------
       conselho-classe section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

           display erase
           display "------ Conselho de classe ------"
           display "Codigo da turma: "
           accept trm-cod
           display "Ano letivo     : "
           accept trm-ano-letivo

           read arqTurma
           if ws-fs-arqTurma = 23 then
               display "Turma informada nao cadastrada! Use 'TU' para cadastra-la."
           else
               if ws-fs-arqTurma <> 0 then
                   move 56                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma "        to ws-msn-erro-text
                   perform finaliza-anormal
               else
                   move trm-cod        to ws-cns-turma-cod
                   move trm-ano-letivo to ws-cns-ano
                   move 0              to ws-cns-qtd-alunos
                   move 0              to ws-cns-qtd-gravadas

                   move low-values to fd-cod
                   start arqCadAluno key is >= fd-cod
                       invalid key
                           move 10 to ws-fs-arqCadAluno
                   end-start

                   perform until ws-fs-arqCadAluno = 10

                       read arqCadAluno next

                       if  ws-fs-arqCadAluno <> 0
                       and ws-fs-arqCadAluno <> 10 then
                           move 56                                      to ws-msn-erro-ofsset
                           move ws-fs-arqCadAluno                       to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCadAluno "         to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if  ws-fs-arqCadAluno = 0
                       and fd-turma-cod        = ws-cns-turma-cod
                       and fd-turma-ano-letivo = ws-cns-ano
                       and fd-sit-matricula <> "T"
                       and fd-sit-matricula <> "F" then
                           perform copia-fd-para-ws
                           perform calcula-boletim
                           if  ws-bol-sem-notas = "N"
                           and ws-bol-situacao <> "Aprovado" then
                               add 1 to ws-cns-qtd-alunos
                               perform conselho-aluno
                           end-if
                       end-if

                   end-perform

                   display "  "
                   if ws-cns-qtd-alunos = 0 then
                       display "Nenhum aluno da turma " ws-cns-turma-cod "/"
                               ws-cns-ano " fora da situacao Aprovado."
                   else
                       display ws-cns-qtd-alunos " aluno(s) apresentado(s) ao conselho, "
                               ws-cns-qtd-gravadas " deliberacao(oes) gravada(s)."
                   end-if
               end-if
           end-if

           display "  "
           display "Deseja atender outra turma? 'S'im ou 'V'oltar"
           accept ws-sair

           end-perform
           .
       conselho-classe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apresenta ao conselho o aluno calculado em ws-alunos (medias
      *>  por disciplina, frequencia e deliberacao ja gravada) e
      *>  registra a deliberacao se o operador pedir
      *>------------------------------------------------------------------------
       conselho-aluno section.

           display "  "
           display "----------------------------------------------------------"
           move ws-bol-media to ws-cns-nota-ed
           display "Aluno " ws-cod " - " ws-aluno
           display "  Media geral: " ws-cns-nota-ed
                   "   Situacao calculada: " ws-bol-situacao
           if ws-fal-total-aulas > 0 then
               move ws-fal-perc-freq to ws-cns-perc-ed
               display "  Frequencia : " ws-cns-perc-ed "% ("
                       ws-fal-qtd " falta(s) em " ws-fal-total-aulas " aula(s))"
           else
               display "  Frequencia : controle desligado para a turma"
           end-if

           perform varying ws-dis-d from 1 by 1
                   until ws-dis-d > ws-dis-qtd
               if ws-dis-res-tem-notas(ws-dis-d) = "S" then
                   move ws-dis-res-media(ws-dis-d) to ws-cns-nota-ed
                   display "    " ws-dis-res-nome(ws-dis-d) " "
                           ws-cns-nota-ed " " ws-dis-res-situacao(ws-dis-d)
               else
                   display "    " ws-dis-res-nome(ws-dis-d) " sem notas"
               end-if
           end-perform

           move ws-cod              to cns-cod
           move ws-turma-ano-letivo to cns-ano-letivo
           read arqConselho
           if ws-fs-arqConselho = 0 then
               move "S" to ws-cns-existe
               if cns-decisao = "A" then
                   display "  Deliberacao gravada: Aprovado pelo conselho, ata "
                           cns-ata " em " cns-data
               else
                   display "  Deliberacao gravada: situacao mantida, ata "
                           cns-ata " em " cns-data
               end-if
           else
               if ws-fs-arqConselho <> 23 then
                   move 56                                  to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConselho "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-cns-existe
           end-if

           display "Registrar deliberacao para o aluno? 'S'im ou enter p/ o proximo"
           move spaces to ws-confirma
           accept ws-confirma
           if  ws-confirma = "S"
           or  ws-confirma = "s" then
               perform grava-deliberacao
           end-if
           .
       conselho-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava em arqConselho a deliberacao do aluno corrente, guardando
      *>  a situacao calculada ao lado da concedida, e registra no diario
      *>------------------------------------------------------------------------
       grava-deliberacao section.

           if ws-cns-existe = "S" then
               move cns-registro to ws-jrn-antes
           else
               move spaces       to ws-jrn-antes
           end-if

           display "Deliberacao: 'A'provado pelo conselho ou 'M'antida a situacao: "
           accept ws-cns-decisao
           move function upper-case(ws-cns-decisao) to ws-cns-decisao
           display "Numero da ata do conselho: "
           move spaces to ws-cns-ata
           accept ws-cns-ata
           display "Justificativa: "
           move spaces to ws-cns-justificativa
           accept ws-cns-justificativa

           if  ws-cns-decisao <> "A"
           and ws-cns-decisao <> "M" then
               display "Deliberacao invalida, nada gravado."
           else
           if ws-cns-ata = spaces
           or ws-cns-justificativa = spaces then
               display "Ata e justificativa sao obrigatorias, nada gravado."
           else
               move ws-cod               to cns-cod
               move ws-turma-ano-letivo  to cns-ano-letivo
               move ws-turma-cod         to cns-turma-cod
               move ws-cns-decisao       to cns-decisao
               move ws-bol-situacao      to cns-situacao-calculada
               move ws-bol-media         to cns-media
               move ws-fal-perc-freq     to cns-perc-freq
               move ws-cns-ata           to cns-ata
               move ws-cns-justificativa to cns-justificativa
               accept cns-data from date yyyymmdd
               move ws-login-id          to cns-operador

               if ws-cns-existe = "S" then
                   rewrite cns-registro
               else
                   write cns-registro
               end-if
               if ws-fs-arqConselho <> 0 then
                   move 56                                  to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqConselho "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "CONSELHO"    to ws-jrn-operacao
               move "arqConselho" to ws-jrn-arquivo
               move cns-chave     to ws-jrn-cod
               move cns-registro  to ws-jrn-depois
               perform grava-journal

               move "S" to ws-cns-existe
               add 1 to ws-cns-qtd-gravadas
               display "Deliberacao gravada."
           end-if
           end-if
           .
       grava-deliberacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica ao aluno calculado (ws-alunos / ws-bol-situacao) a
      *>  deliberacao do conselho de classe do ano: ws-cns-aprovado = 'S'
      *>  e ws-cns-situacao-final = "Aprovado pelo conselho" quando o
      *>  conselho aprovou; senao a situacao final e a calculada
      *>------------------------------------------------------------------------
       aplica-conselho section.

           move "N"             to ws-cns-aprovado
           move ws-bol-situacao to ws-cns-situacao-final
           move spaces          to ws-cns-ata

           if  ws-bol-sem-notas = "N"
           and ws-bol-situacao <> "Aprovado"
           and ws-turma-cod <> spaces then
               move ws-cod              to cns-cod
               move ws-turma-ano-letivo to cns-ano-letivo
               read arqConselho
               if  ws-fs-arqConselho <> 0
               and ws-fs-arqConselho <> 23 then
                   move 56                                  to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqConselho "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if  ws-fs-arqConselho = 0
               and cns-decisao = "A" then
                   move "S"                      to ws-cns-aprovado
                   move "Aprovado pelo conselho" to ws-cns-situacao-final
                   move cns-ata                  to ws-cns-ata
               end-if
           end-if
           .
       aplica-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Retificacao do historico escolar depois do fechamento: o
      *>  operador solicita com as notas corrigidas e o motivo, um ADM
      *>  aprova ou rejeita; so na aprovacao o historico e regravado e os
      *>  valores originais vao para o arquivo permanente de retificacoes
      *>------------------------------------------------------------------------
       retificacao-historico section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

           display erase
           display "------ Retificacao de historico escolar ------"
           display "'S'olicitar, 'D'ecidir (ADM) ou listar 'P'endentes: "
           accept ws-ret-opcao

           evaluate ws-ret-opcao
               when "S"
               when "s"
                   perform solicita-retificacao
               when "D"
               when "d"
                   if ws-login-perfil = "ADM" then
                       perform decide-retificacao
                   else
                       display "Opcao restrita a operadores autorizados (ADM)!"
                   end-if
               when "P"
               when "p"
                   perform lista-retificacoes-pendentes
               when other
                   display "Opcao invalida!"
           end-evaluate

           display "  "
           display "Deseja continuar nas retificacoes? 'S'im ou 'V'oltar"
           accept ws-sair

           end-perform
           .
       retificacao-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Solicitacao de retificacao: notas corrigidas e motivo para um
      *>  ano do historico do aluno (uma solicitacao pendente por vez)
      *>------------------------------------------------------------------------
       solicita-retificacao section.

           display "Codigo do aluno : "
           accept ws-ret-cod
           display "Ano letivo      : "
           accept ws-ret-ano

           perform ret-abre-historico

           move ws-ret-cod to hst-cod
           move ws-ret-ano to hst-ano-letivo
           read arqHistorico
           if ws-fs-arqHistorico = 23 then
               display "Ano " ws-ret-ano " nao consta do historico do aluno " ws-ret-cod "!"
           else
               if ws-fs-arqHistorico <> 0 then
                   move 57                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistorico "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform ret-localiza-solicitacoes

               if hst-qtd-notas = 0 then
                   display "Resultado sem notas (" hst-situacao "), nada a retificar."
               else
               if ws-ret-qtd-pend > 0 then
                   display "Ja existe solicitacao pendente para o aluno neste ano,"
                   display "aguardando a decisao de um ADM ('D')."
               else
                   perform ret-exibe-historico

                   display "  "
                   display "Informe as notas corrigidas (todas as posicoes):"
                   move hst-qtd-notas to ws-ret-qtd
                   perform varying ws-ret-k from 1 by 1 until ws-ret-k > 10
                       move zero to ws-ret-notas-tab(ws-ret-k)
                   end-perform
                   perform varying ws-ret-k from 1 by 1
                           until ws-ret-k > ws-ret-qtd
                       move hst-notas-tab(ws-ret-k) to ws-ret-nota-ed
                       display "  Posicao " ws-ret-k " (atual " ws-ret-nota-ed "): "
                       accept ws-ret-notas-tab(ws-ret-k)
                   end-perform
                   display "Motivo da retificacao: "
                   move spaces to ws-ret-motivo
                   accept ws-ret-motivo

                   if ws-ret-motivo = spaces then
                       display "Motivo obrigatorio, solicitacao nao gravada."
                   else
                       perform ret-calcula-resultado
                       move ws-ret-media to ws-ret-nota-ed
                       display "Resultado apos a retificacao: media "
                               ws-ret-nota-ed " - " ws-ret-situacao
                       display "Confirma a solicitacao? 'S'im ou 'N'ao"
                       accept ws-confirma

                       if  ws-confirma = "S"
                       or  ws-confirma = "s" then
                           move ws-ret-cod      to rts-cod
                           move ws-ret-ano      to rts-ano-letivo
                           move ws-ret-seq      to rts-seq
                           move ws-ret-qtd      to rts-qtd-notas
                           perform varying ws-ret-k from 1 by 1 until ws-ret-k > 10
                               move ws-ret-notas-tab(ws-ret-k) to rts-notas-tab(ws-ret-k)
                           end-perform
                           move ws-ret-motivo   to rts-motivo
                           move "P"             to rts-status
                           accept rts-data-solicitacao from date yyyymmdd
                           move ws-login-id     to rts-operador-solicitacao
                           move zero            to rts-data-decisao
                           move spaces          to rts-operador-decisao
                           move spaces          to rts-obs-decisao

                           write rts-registro
                           if ws-fs-arqRetSolic <> 0 then
                               move 57                                  to ws-msn-erro-ofsset
                               move ws-fs-arqRetSolic                   to ws-msn-erro-cod
                               move "Erro ao gravar arq. arqRetSolic "  to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           move "INCLUSAO"     to ws-jrn-operacao
                           move "arqRetSolic"  to ws-jrn-arquivo
                           move rts-chave      to ws-jrn-cod
                           move spaces         to ws-jrn-antes
                           move rts-registro   to ws-jrn-depois
                           perform grava-journal

                           display "Solicitacao " rts-seq " gravada, pendente de aprovacao."
                       else
                           display "Solicitacao cancelada."
                       end-if
                   end-if
               end-if
               end-if
           end-if

           perform ret-fecha-historico
           .
       solicita-retificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Decisao (ADM) sobre uma solicitacao pendente: na aprovacao guarda
      *>  os valores originais em arqRetificacao e regrava o historico
      *>------------------------------------------------------------------------
       decide-retificacao section.

           display "Codigo do aluno          : "
           accept rts-cod
           display "Ano letivo               : "
           accept rts-ano-letivo
           display "Numero da solicitacao    : "
           accept rts-seq

           read arqRetSolic
           if ws-fs-arqRetSolic = 23 then
               display "Solicitacao nao encontrada!"
           else
               if ws-fs-arqRetSolic <> 0 then
                   move 57                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRetSolic                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRetSolic "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if rts-status <> "P" then
                   display "Solicitacao ja decidida (" rts-status ") em "
                           rts-data-decisao " por " rts-operador-decisao "."
               else
               if rts-operador-solicitacao = ws-login-id then
                   display "A decisao cabe a outro operador ADM, nao ao solicitante."
               else
                   perform ret-abre-historico

                   move rts-cod        to hst-cod
                   move rts-ano-letivo to hst-ano-letivo
                   read arqHistorico
                   if ws-fs-arqHistorico <> 0 then
                       move 57                                  to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistorico "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   perform ret-exibe-historico

                   move rts-qtd-notas to ws-ret-qtd
                   perform varying ws-ret-k from 1 by 1 until ws-ret-k > 10
                       move rts-notas-tab(ws-ret-k) to ws-ret-notas-tab(ws-ret-k)
                   end-perform
                   perform ret-calcula-resultado

                   display "  "
                   display "Solicitada por " rts-operador-solicitacao
                           " em " rts-data-solicitacao
                   display "Motivo: " rts-motivo
                   display "Notas corrigidas:"
                   perform varying ws-ret-k from 1 by 1
                           until ws-ret-k > ws-ret-qtd
                       move ws-ret-notas-tab(ws-ret-k) to ws-ret-nota-ed
                       display "  Posicao " ws-ret-k ": " ws-ret-nota-ed
                   end-perform
                   move ws-ret-media to ws-ret-nota-ed
                   display "Resultado apos a retificacao: media "
                           ws-ret-nota-ed " - " ws-ret-situacao

                   display "'A'provar, 'R'ejeitar ou enter p/ decidir depois: "
                   move spaces to ws-ret-decisao
                   accept ws-ret-decisao
                   move function upper-case(ws-ret-decisao) to ws-ret-decisao

                   if  ws-ret-decisao <> "A"
                   and ws-ret-decisao <> "R" then
                       display "Solicitacao continua pendente."
                   else
                       display "Observacao da decisao: "
                       move spaces to rts-obs-decisao
                       accept rts-obs-decisao

                       if ws-ret-decisao = "A" then
                           perform aprova-retificacao
                       end-if

                       move rts-registro   to ws-jrn-antes
                       move ws-ret-decisao to rts-status
                       accept rts-data-decisao from date yyyymmdd
                       move ws-login-id    to rts-operador-decisao
                       rewrite rts-registro
                       if ws-fs-arqRetSolic <> 0 then
                           move 57                                  to ws-msn-erro-ofsset
                           move ws-fs-arqRetSolic                   to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqRetSolic "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       move "ALTERACAO"    to ws-jrn-operacao
                       move "arqRetSolic"  to ws-jrn-arquivo
                       move rts-chave      to ws-jrn-cod
                       move rts-registro   to ws-jrn-depois
                       perform grava-journal

                       if ws-ret-decisao = "A" then
                           display "Retificacao aprovada e historico regravado."
                       else
                           display "Retificacao rejeitada; historico mantido."
                       end-if
                   end-if

                   perform ret-fecha-historico
               end-if
               end-if
           end-if
           .
       decide-retificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aprovacao: copia os valores originais do historico (registro
      *>  corrente de hst-registro) para arqRetificacao e regrava o
      *>  historico com as notas corrigidas e o novo resultado
      *>------------------------------------------------------------------------
       aprova-retificacao section.

           move rts-cod              to ret-cod
           move rts-ano-letivo       to ret-ano-letivo
           move rts-seq              to ret-seq
           move hst-qtd-notas        to ret-qtd-notas
           perform varying ws-ret-k from 1 by 1 until ws-ret-k > 10
               move hst-notas-tab(ws-ret-k) to ret-notas-tab(ws-ret-k)
           end-perform
           move hst-media            to ret-media
           move hst-situacao         to ret-situacao
           move rts-motivo           to ret-motivo
           move rts-operador-solicitacao to ret-operador-solicitacao
           accept ret-data from date yyyymmdd
           move ws-login-id          to ret-operador-aprovacao

           write ret-registro
           if ws-fs-arqRetificacao <> 0 then
               move 57                                      to ws-msn-erro-ofsset
               move ws-fs-arqRetificacao                    to ws-msn-erro-cod
               move "Erro ao gravar arq. arqRetificacao "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move hst-registro to ws-jrn-antes
           perform varying ws-ret-k from 1 by 1 until ws-ret-k > 10
               move ws-ret-notas-tab(ws-ret-k) to hst-notas-tab(ws-ret-k)
           end-perform
           move ws-ret-media to hst-media
           if hst-conselho = "S" then
      *>        aprovado pelo conselho continua aprovado; muda so a
      *>        situacao calculada guardada ao lado
               move ws-ret-situacao to hst-situacao-calculada
           else
               move ws-ret-situacao to hst-situacao
               move ws-ret-situacao to hst-situacao-calculada
               move "N"             to hst-conselho
               move spaces          to hst-conselho-ata
           end-if
           move ret-data to hst-data-retificacao

           rewrite hst-registro
           if ws-fs-arqHistorico <> 0 then
               move 57                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqHistorico " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "RETIFICA"     to ws-jrn-operacao
           move "arqHistorico" to ws-jrn-arquivo
           move hst-chave      to ws-jrn-cod
           move hst-registro   to ws-jrn-depois
           perform grava-journal
           .
       aprova-retificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista as solicitacoes de retificacao ainda sem decisao
      *>------------------------------------------------------------------------
       lista-retificacoes-pendentes section.

           move 0 to ws-ret-qtd-pend
           move low-values to rts-chave

           start arqRetSolic key is >= rts-chave
               invalid key
                   move 10 to ws-fs-arqRetSolic
           end-start

           perform until ws-fs-arqRetSolic = 10
                      or ws-fs-arqRetSolic = 23

               read arqRetSolic next

               if  ws-fs-arqRetSolic <> 0
               and ws-fs-arqRetSolic <> 10 then
                   move 57                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRetSolic                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRetSolic "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqRetSolic = 0
               and rts-status = "P" then
                   add 1 to ws-ret-qtd-pend
                   if ws-ret-qtd-pend = 1 then
                       display "  "
                       display "Aluno Ano  Sol. Data     Solicitante Motivo"
                   end-if
                   display rts-cod "   " rts-ano-letivo " " rts-seq "   "
                           rts-data-solicitacao " " rts-operador-solicitacao
                           "  " rts-motivo(1:40)
               end-if

           end-perform

           if ws-ret-qtd-pend = 0 then
               display "Nenhuma solicitacao de retificacao pendente."
           else
               display "  "
               display ws-ret-qtd-pend " solicitacao(oes) aguardando decisao."
           end-if
           .
       lista-retificacoes-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre as solicitacoes de ws-ret-cod / ws-ret-ano: conta as
      *>  pendentes (ws-ret-qtd-pend) e define o proximo numero (ws-ret-seq)
      *>------------------------------------------------------------------------
       ret-localiza-solicitacoes section.

           move 0          to ws-ret-qtd-pend
           move 1          to ws-ret-seq
           move ws-ret-cod to rts-cod
           move ws-ret-ano to rts-ano-letivo
           move zero       to rts-seq

           start arqRetSolic key is >= rts-chave
               invalid key
                   move 10 to ws-fs-arqRetSolic
           end-start

           perform until ws-fs-arqRetSolic = 10
                      or ws-fs-arqRetSolic = 23

               read arqRetSolic next

               if  ws-fs-arqRetSolic <> 0
               and ws-fs-arqRetSolic <> 10 then
                   move 57                                  to ws-msn-erro-ofsset
                   move ws-fs-arqRetSolic                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqRetSolic "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqRetSolic = 0 then
                   if  rts-cod        = ws-ret-cod
                   and rts-ano-letivo = ws-ret-ano then
                       if rts-status = "P" then
                           add 1 to ws-ret-qtd-pend
                       end-if
                       if rts-seq < 99 then
                           compute ws-ret-seq = rts-seq + 1
                       end-if
                   else
                       move 10 to ws-fs-arqRetSolic
                   end-if
               end-if

           end-perform
           .
       ret-localiza-solicitacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exibe o ano corrente de hst-registro com os nomes das disciplinas
      *>------------------------------------------------------------------------
       ret-exibe-historico section.

           perform hsi-carrega-disciplinas

           display "  "
           display "Historico de " hst-aluno " - ano " hst-ano-letivo
                   " turma " hst-turma-cod
           perform varying ws-ret-k from 1 by 1
                   until ws-ret-k > hst-qtd-notas
               move hst-notas-tab(ws-ret-k) to ws-ret-nota-ed
               if ws-ret-k <= ws-hsi-qtd-disc then
                   display "  " ws-ret-k " " ws-hsi-disc-nome-tab(ws-ret-k)
                           " " ws-ret-nota-ed
               else
                   display "  " ws-ret-k " Avaliacao            " ws-ret-nota-ed
               end-if
           end-perform
           move hst-media to ws-ret-nota-ed
           display "  Media final: " ws-ret-nota-ed "   Situacao: " hst-situacao
           .
       ret-exibe-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recalcula media e situacao com as notas corrigidas
      *>  (ws-ret-notas-tab) pelas regras do ano/turma de hst-registro:
      *>  ano fechado por disciplina usa a media ponderada pelos pesos e a
      *>  pior situacao entre as materias; notas agrupadas aplicam a prova
      *>  de recuperacao do ano; a reprovacao por falta e mantida
      *>------------------------------------------------------------------------
       ret-calcula-resultado section.

           move hst-ano-letivo to ws-rgr-ano
           move hst-turma-cod  to ws-rgr-turma-cod
           perform carrega-regras

      *>    pesos das disciplinas da turma, na ordem gravada no historico
           move 0              to ws-ret-qtd-disc
           move hst-turma-cod  to dis-turma-cod
           move hst-ano-letivo to dis-ano-letivo
           move zero           to dis-cod

           start arqDisciplina key is >= dis-chave
               invalid key
                   move 10 to ws-fs-arqDisciplina
           end-start

           perform until ws-fs-arqDisciplina = 10
                      or ws-fs-arqDisciplina = 23

               read arqDisciplina next

               if  ws-fs-arqDisciplina <> 0
               and ws-fs-arqDisciplina <> 10 then
                   move 57                                  to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplina                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplina "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqDisciplina = 0 then
                   if  dis-turma-cod  = hst-turma-cod
                   and dis-ano-letivo = hst-ano-letivo then
                       if ws-ret-qtd-disc < 10 then
                           add 1 to ws-ret-qtd-disc
                           move dis-peso to ws-ret-peso-tab(ws-ret-qtd-disc)
                           if dis-peso = 0 then
                               move 1 to ws-ret-peso-tab(ws-ret-qtd-disc)
                           end-if
                       end-if
                   else
                       move 10 to ws-fs-arqDisciplina
                   end-if
               end-if

           end-perform

           move zero to ws-ret-soma
           move 0    to ws-ret-soma-pesos
           if ws-ret-qtd-disc > 0 then
               move "Aprovado" to ws-ret-situacao
               perform varying ws-ret-k from 1 by 1
                       until ws-ret-k > ws-ret-qtd
                   if ws-ret-k <= ws-ret-qtd-disc then
                       move ws-ret-peso-tab(ws-ret-k) to ws-ret-peso
                   else
                       move 1 to ws-ret-peso
                   end-if
                   compute ws-ret-soma = ws-ret-soma
                       + (ws-ret-notas-tab(ws-ret-k) * ws-ret-peso)
                   add ws-ret-peso to ws-ret-soma-pesos
                   evaluate true
                       when ws-ret-notas-tab(ws-ret-k) < ws-rgr-media-recuperacao
                           move "Reprovado"   to ws-ret-situacao
                       when ws-ret-notas-tab(ws-ret-k) < ws-rgr-media-aprovacao
                       and  ws-ret-situacao <> "Reprovado"
                           move "Recuperacao" to ws-ret-situacao
                   end-evaluate
               end-perform
               compute ws-ret-media rounded =
                   ws-ret-soma / ws-ret-soma-pesos
           else
               perform varying ws-ret-k from 1 by 1
                       until ws-ret-k > ws-ret-qtd
                   add ws-ret-notas-tab(ws-ret-k) to ws-ret-soma
               end-perform
               compute ws-ret-media rounded =
                   ws-ret-soma / ws-ret-qtd
               evaluate true
                   when ws-ret-media >= ws-rgr-media-aprovacao
                       move "Aprovado"     to ws-ret-situacao
                   when ws-ret-media >= ws-rgr-media-recuperacao
                       move "Recuperacao"  to ws-ret-situacao
                   when other
                       move "Reprovado"    to ws-ret-situacao
               end-evaluate

      *>        mesma regra de recuperacao do boletim agrupado: media
      *>        simples entre a media e a nota da prova de recuperacao
               if ws-ret-situacao = "Recuperacao" then
                   perform ret-busca-recuperacao
                   if ws-ret-tem-recup = "S" then
                       compute ws-ret-media rounded =
                           (ws-ret-media + ws-ret-nota-recup) / 2
                       if ws-ret-media >= ws-rgr-media-final-recup then
                           move "Aprovado"  to ws-ret-situacao
                       else
                           move "Reprovado" to ws-ret-situacao
                       end-if
                   end-if
               end-if
           end-if

           if hst-situacao           = "Reprovado por falta"
           or hst-situacao-calculada = "Reprovado por falta" then
               move "Reprovado por falta" to ws-ret-situacao
           end-if
           .
       ret-calcula-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Prova de recuperacao do aluno no ano de hst-registro: a gravada
      *>  no fechamento ou, em registro anterior a esse campo, a do
      *>  cadastro do aluno quando ele ainda esta no mesmo ano letivo
      *>------------------------------------------------------------------------
       ret-busca-recuperacao section.

           move "N"  to ws-ret-tem-recup
           move zero to ws-ret-nota-recup

           evaluate hst-tem-recup
               when "S"
                   move "S"            to ws-ret-tem-recup
                   move hst-nota-recup to ws-ret-nota-recup
               when "N"
                   continue
               when other
                   move hst-cod to fd-cod
                   read arqCadAluno
                   if  ws-fs-arqCadAluno <> 0
                   and ws-fs-arqCadAluno <> 23 then
                       move 57                                  to ws-msn-erro-ofsset
                       move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if  ws-fs-arqCadAluno   = 0
                   and fd-turma-ano-letivo = hst-ano-letivo
                   and fd-tem-recup        = "S" then
                       move "S"           to ws-ret-tem-recup
                       move fd-nota-recup to ws-ret-nota-recup
                   end-if
           end-evaluate
           .
       ret-busca-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abertura e fechamento do historico permanente para a retificacao
      *>------------------------------------------------------------------------
       ret-abre-historico section.

           open i-o arqHistorico
           if ws-fs-arqHistorico  <> 0
           and ws-fs-arqHistorico <> 05 then
               move 57                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistorico "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       ret-abre-historico-exit.
           exit.

       ret-fecha-historico section.

           close arqHistorico
           if ws-fs-arqHistorico <> 0 then
               move 57                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqHistorico " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       ret-fecha-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca ativa: para cada aluno ativo conta as faltas em dias
      *>  letivos seguidos do calendario (fim de semana, feriado e recesso
      *>  nao interrompem a sequencia) e, para cada episodio acima do
      *>  limite ainda nao notificado, emite a carta aos responsaveis e a
      *>  ficha para o Conselho Tutelar e registra a notificacao
      *>  (lista em buscaAtiva.txt, cartas em buscaAtivaCartas.txt e
      *>  fichas em buscaAtivaFichas.txt)
      *>------------------------------------------------------------------------
       busca-ativa section.

           if ws-bat-modo = "S" then
      *>        na execucao em lote o limite vem do parametro do job
               if cmd-parametro(1:2) is numeric then
                   move cmd-parametro(1:2) to ws-bsc-limite
               else
                   move 0 to ws-bsc-limite
               end-if
           else
               display erase
               display "------ Busca ativa - faltas consecutivas ------"
               display "Limite de faltas seguidas (enter = 5): "
               move 0 to ws-bsc-limite
               accept ws-bsc-limite
           end-if
           if ws-bsc-limite < 2 then
               move 5 to ws-bsc-limite
           end-if

           accept ws-bsc-hoje from date yyyymmdd
           move 0 to ws-bsc-qtd-alunos
           move 0 to ws-bsc-qtd-listados
           move 0 to ws-bsc-qtd-novos
           move 0 to ws-bsc-qtd-sem-cal

           open output arqBscLista
           if ws-fs-arqBscLista <> 0 then
               move 58                                  to ws-msn-erro-ofsset
               move ws-fs-arqBscLista                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqBscLista "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open output arqBscCartas
           if ws-fs-arqBscCartas <> 0 then
               move 58                                  to ws-msn-erro-ofsset
               move ws-fs-arqBscCartas                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqBscCartas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           open output arqBscFichas
           if ws-fs-arqBscFichas <> 0 then
               move 58                                  to ws-msn-erro-ofsset
               move ws-fs-arqBscFichas                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqBscFichas "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to bsl-linha
           string "BUSCA ATIVA - ALUNOS COM " ws-bsc-limite
                  " OU MAIS FALTAS EM DIAS LETIVOS SEGUIDOS - "
                  ws-bsc-hoje(7:2) "/" ws-bsc-hoje(5:2) "/" ws-bsc-hoje(1:4)
                  delimited by size into bsl-linha
           perform grava-bsl-linha
           move spaces to bsl-linha
           string "Matricula Nome                      Turma Faltas De         "
                  "Ate        Notificacao"
                  delimited by size into bsl-linha
           perform grava-bsl-linha

           move low-values to fd-cod
           start arqCadAluno key is >= fd-cod
               invalid key
                   move 10 to ws-fs-arqCadAluno
           end-start

           perform until ws-fs-arqCadAluno = 10

               read arqCadAluno next

               if  ws-fs-arqCadAluno <> 0
               and ws-fs-arqCadAluno <> 10 then
                   move 58                                      to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                       to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>        so alunos ativos (situacao vazia em registro antigo vale
      *>        como ativa) e com turma no ano
               if  ws-fs-arqCadAluno = 0
               and fd-turma-cod <> spaces
               and fd-sit-matricula <> "T"
               and fd-sit-matricula <> "F" then
                   add 1 to ws-bsc-qtd-alunos
                   perform copia-fd-para-ws
                   perform busca-ativa-aluno
               end-if

           end-perform

           move spaces to bsl-linha
           perform grava-bsl-linha
           move spaces to bsl-linha
           string ws-bsc-qtd-alunos " aluno(s) verificado(s), "
                  ws-bsc-qtd-listados " episodio(s) acima do limite, "
                  ws-bsc-qtd-novos " notificado(s) agora, "
                  ws-bsc-qtd-sem-cal " sem calendario do ano."
                  delimited by size into bsl-linha
           perform grava-bsl-linha

           close arqBscLista
           if ws-fs-arqBscLista <> 0 then
               move 58                                  to ws-msn-erro-ofsset
               move ws-fs-arqBscLista                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqBscLista "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqBscCartas
           if ws-fs-arqBscCartas <> 0 then
               move 58                                  to ws-msn-erro-ofsset
               move ws-fs-arqBscCartas                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqBscCartas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqBscFichas
           if ws-fs-arqBscFichas <> 0 then
               move 58                                  to ws-msn-erro-ofsset
               move ws-fs-arqBscFichas                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqBscFichas " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display "Busca ativa concluida: " ws-bsc-qtd-alunos " aluno(s), "
                   ws-bsc-qtd-listados " episodio(s) acima de " ws-bsc-limite
                   " falta(s) seguidas, " ws-bsc-qtd-novos " notificacao(oes) nova(s)."
           display "Lista em buscaAtiva.txt, cartas em buscaAtivaCartas.txt e"
                   " fichas em buscaAtivaFichas.txt."

           if ws-bat-modo not = "S" then
               display "Pressione enter para continuar"
               accept ws-sair
           end-if
           .
       busca-ativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre os dias letivos do ano do aluno de ws-alunos ate hoje e
      *>  fecha um episodio a cada dia letivo com presenca depois de uma
      *>  sequencia de faltas (e no fim, para a sequencia em aberto)
      *>------------------------------------------------------------------------
       busca-ativa-aluno section.

           move 0    to ws-bsc-seq
           move zero to ws-bsc-ini
           move zero to ws-bsc-fim
           move "N"  to ws-bsc-tem-cal

           move ws-turma-ano-letivo to cal-ano-letivo
           move zero                to cal-data

           start arqCalendario key is >= cal-chave
               invalid key
                   move 10 to ws-fs-arqCalendario
           end-start

           perform until ws-fs-arqCalendario = 10
                      or ws-fs-arqCalendario = 23

               read arqCalendario next

               if  ws-fs-arqCalendario <> 0
               and ws-fs-arqCalendario <> 10 then
                   move 58                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCalendario = 0 then
                   if  cal-ano-letivo = ws-turma-ano-letivo
                   and cal-data <= ws-bsc-hoje then
                       move "S" to ws-bsc-tem-cal
      *>                feriado, recesso e dia nao marcado nao contam nem
      *>                interrompem a sequencia
                       if cal-tipo = "L" then
                           move ws-cod   to flt-cod
                           move cal-data to flt-data
                           read arqFaltas
                           if  ws-fs-arqFaltas <> 0
                           and ws-fs-arqFaltas <> 23 then
                               move 58                                  to ws-msn-erro-ofsset
                               move ws-fs-arqFaltas                     to ws-msn-erro-cod
                               move "Erro ao ler arq. arqFaltas "       to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           if ws-fs-arqFaltas = 0 then
                               if ws-bsc-seq = 0 then
                                   move cal-data to ws-bsc-ini
                               end-if
                               if ws-bsc-seq < 999 then
                                   add 1 to ws-bsc-seq
                               end-if
                               move cal-data to ws-bsc-fim
                           else
                               if ws-bsc-seq >= ws-bsc-limite then
                                   perform busca-ativa-episodio
                               end-if
                               move 0 to ws-bsc-seq
                           end-if
                       end-if
                   else
                       move 10 to ws-fs-arqCalendario
                   end-if
               end-if

           end-perform

           if ws-bsc-seq >= ws-bsc-limite then
               perform busca-ativa-episodio
           end-if

           if ws-bsc-tem-cal = "N" then
               add 1 to ws-bsc-qtd-sem-cal
           end-if
           .
       busca-ativa-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Episodio de ws-bsc-seq faltas seguidas (ws-bsc-ini a ws-bsc-fim):
      *>  entra na lista e, se ainda nao notificado (mesmo aluno e mesma
      *>  data de inicio em arqBuscaAtiva), gera carta e ficha e registra
      *>------------------------------------------------------------------------
       busca-ativa-episodio section.

           add 1 to ws-bsc-qtd-listados

           move ws-cod     to bsa-cod
           move ws-bsc-ini to bsa-data-ini
           read arqBuscaAtiva
           if  ws-fs-arqBuscaAtiva <> 0
           and ws-fs-arqBuscaAtiva <> 23 then
               move 58                                  to ws-msn-erro-ofsset
               move ws-fs-arqBuscaAtiva                 to ws-msn-erro-cod
               move "Erro ao ler arq. arqBuscaAtiva "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-bsc-seq to ws-bsc-seq-ed
           move spaces to ws-bsc-status
           if ws-fs-arqBuscaAtiva = 0 then
               string "ja notificado em "
                      bsa-data-notificacao(7:2) "/"
                      bsa-data-notificacao(5:2) "/"
                      bsa-data-notificacao(1:4)
                      delimited by size into ws-bsc-status
           else
               move "NOVA - carta e ficha emitidas" to ws-bsc-status
           end-if

           move spaces to bsl-linha
           string ws-cod "  " ws-aluno " " ws-turma-cod " "
                  ws-bsc-seq-ed "    "
                  ws-bsc-ini(7:2) "/" ws-bsc-ini(5:2) "/" ws-bsc-ini(1:4) " "
                  ws-bsc-fim(7:2) "/" ws-bsc-fim(5:2) "/" ws-bsc-fim(1:4) " "
                  ws-bsc-status
                  delimited by size into bsl-linha
           perform grava-bsl-linha

           if ws-fs-arqBuscaAtiva = 0 then
      *>        episodio ja notificado: a sequencia pode ter crescido, o
      *>        registro acompanha o fim atual sem nova notificacao
               if bsa-data-fim <> ws-bsc-fim then
                   move ws-bsc-fim to bsa-data-fim
                   move ws-bsc-seq to bsa-qtd-faltas
                   rewrite bsa-registro
                   if ws-fs-arqBuscaAtiva <> 0 then
                       move 58                                      to ws-msn-erro-ofsset
                       move ws-fs-arqBuscaAtiva                     to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqBuscaAtiva "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           else
               perform conta-faltas
               perform busca-ativa-carta
               perform busca-ativa-ficha

               move ws-cod              to bsa-cod
               move ws-bsc-ini          to bsa-data-ini
               move ws-bsc-fim          to bsa-data-fim
               move ws-bsc-seq          to bsa-qtd-faltas
               move ws-turma-cod        to bsa-turma-cod
               move ws-turma-ano-letivo to bsa-ano-letivo
               move ws-bsc-hoje         to bsa-data-notificacao
               move ws-login-id         to bsa-operador
               write bsa-registro
               if ws-fs-arqBuscaAtiva <> 0 then
                   move 58                                      to ws-msn-erro-ofsset
                   move ws-fs-arqBuscaAtiva                     to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqBuscaAtiva "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "INCLUSAO"      to ws-jrn-operacao
               move "arqBuscaAtiv"  to ws-jrn-arquivo
               move ws-cod          to ws-jrn-cod
               move spaces          to ws-jrn-antes
               move bsa-registro    to ws-jrn-depois
               perform grava-journal

               add 1 to ws-bsc-qtd-novos
           end-if
           .
       busca-ativa-episodio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carta de notificacao aos responsaveis do aluno de ws-alunos
      *>------------------------------------------------------------------------
       busca-ativa-carta section.

      *>    a carta vai dirigida ao responsavel financeiro/legal vinculado
      *>    (sem vinculo, a mae e, na falta dela, o pai)
           perform localiza-resp-principal
           move ws-rsp-dest-nome to ws-car-responsavel

           move spaces to bcc-linha
           move all "=" to bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           string "NOTIFICACAO DE FALTAS CONSECUTIVAS - Turma "
                  ws-turma-cod " / " ws-turma-ano-letivo
                  delimited by size into bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           string "Data: " ws-bsc-hoje(7:2) "/" ws-bsc-hoje(5:2) "/"
                  ws-bsc-hoje(1:4)
                  delimited by size into bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           string "Ao(A) Sr.(a) " ws-car-responsavel
                  delimited by size into bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           string "Endereco: " ws-rsp-dest-endereco
                  delimited by size into bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           string "Telefone: " ws-rsp-dest-telefone
                  delimited by size into bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           string "Prezado(a) responsavel, informamos que o(a) aluno(a) "
                  delimited by size into bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           string ws-aluno " (codigo " ws-cod ") faltou a " ws-bsc-seq-ed
                  " dia(s) letivo(s) seguidos,"
                  delimited by size into bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           string "de " ws-bsc-ini(7:2) "/" ws-bsc-ini(5:2) "/" ws-bsc-ini(1:4)
                  " a " ws-bsc-fim(7:2) "/" ws-bsc-fim(5:2) "/" ws-bsc-fim(1:4)
                  ", sem justificativa junto a escola."
                  delimited by size into bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           string "Solicitamos o comparecimento a secretaria em ate 5 (cinco)"
                  delimited by size into bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           string "dias uteis. Persistindo a ausencia, a escola e obrigada a"
                  delimited by size into bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           string "comunicar o fato ao Conselho Tutelar."
                  delimited by size into bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           perform grava-bcc-linha
           move spaces to bcc-linha
           string "Atenciosamente, a Coordenacao."
                  delimited by size into bcc-linha
           perform grava-bcc-linha
           .
       busca-ativa-carta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ficha de comunicacao ao Conselho Tutelar do aluno de ws-alunos
      *>  (faltas do ano ja contadas em ws-faltas)
      *>------------------------------------------------------------------------
       busca-ativa-ficha section.

           move spaces to bcf-linha
           move all "=" to bcf-linha
           perform grava-bcf-linha
           move spaces to bcf-linha
           string "FICHA DE COMUNICACAO AO CONSELHO TUTELAR - BUSCA ATIVA"
                  delimited by size into bcf-linha
           perform grava-bcf-linha
           move spaces to bcf-linha
           string "Emitida em " ws-bsc-hoje(7:2) "/" ws-bsc-hoje(5:2) "/"
                  ws-bsc-hoje(1:4)
                  delimited by size into bcf-linha
           perform grava-bcf-linha
           move spaces to bcf-linha
           move all "-" to bcf-linha
           perform grava-bcf-linha
           move spaces to bcf-linha
           string "Aluno(a)   : " ws-aluno " (codigo " ws-cod ")"
                  delimited by size into bcf-linha
           perform grava-bcf-linha
           move spaces to bcf-linha
           string "Turma      : " ws-turma-cod " / " ws-turma-ano-letivo
                  delimited by size into bcf-linha
           perform grava-bcf-linha
           move spaces to bcf-linha
           string "Mae        : " ws-mae
                  delimited by size into bcf-linha
           perform grava-bcf-linha
           move spaces to bcf-linha
           string "Pai        : " ws-pai
                  delimited by size into bcf-linha
           perform grava-bcf-linha
           move spaces to bcf-linha
           string "Responsavel: " ws-car-responsavel " - tel. "
                  ws-rsp-dest-telefone
                  delimited by size into bcf-linha
           perform grava-bcf-linha
           move spaces to bcf-linha
           string "Endereco   : " ws-endereco
                  delimited by size into bcf-linha
           perform grava-bcf-linha
           move spaces to bcf-linha
           string "Telefone   : " ws-telefone
                  delimited by size into bcf-linha
           perform grava-bcf-linha
           move spaces to bcf-linha
           string "Faltas seguidas: " ws-bsc-seq-ed " dia(s) letivo(s), de "
                  ws-bsc-ini(7:2) "/" ws-bsc-ini(5:2) "/" ws-bsc-ini(1:4)
                  " a "
                  ws-bsc-fim(7:2) "/" ws-bsc-fim(5:2) "/" ws-bsc-fim(1:4)
                  delimited by size into bcf-linha
           perform grava-bcf-linha
           move spaces to bcf-linha
           move ws-fal-perc-freq to ws-bsc-perc-ed
           if ws-fal-total-aulas > 0 then
               string "Faltas no ano: " ws-fal-qtd " de " ws-fal-total-aulas
                      " aula(s) - frequencia " ws-bsc-perc-ed "%"
                      delimited by size into bcf-linha
           else
               string "Faltas no ano: " ws-fal-qtd
                      delimited by size into bcf-linha
           end-if
           perform grava-bcf-linha
           move spaces to bcf-linha
           string "Responsaveis notificados por carta na mesma data."
                  delimited by size into bcf-linha
           perform grava-bcf-linha
           move spaces to bcf-linha
           perform grava-bcf-linha
           move spaces to bcf-linha
           string "______________________________  Direcao / Coordenacao"
                  delimited by size into bcf-linha
           perform grava-bcf-linha
           .
       busca-ativa-ficha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gravacao das linhas da lista, das cartas e das fichas
      *>------------------------------------------------------------------------
       grava-bsl-linha section.

           write bsl-linha
           if ws-fs-arqBscLista <> 0 then
               move 58                                      to ws-msn-erro-ofsset
               move ws-fs-arqBscLista                       to ws-msn-erro-cod
               move "Erro ao escrever arq. arqBscLista "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-bsl-linha-exit.
           exit.

       grava-bcc-linha section.

           write bcc-linha
           if ws-fs-arqBscCartas <> 0 then
               move 58                                      to ws-msn-erro-ofsset
               move ws-fs-arqBscCartas                      to ws-msn-erro-cod
               move "Erro ao escrever arq. arqBscCartas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-bcc-linha-exit.
           exit.

       grava-bcf-linha section.

           write bcf-linha
           if ws-fs-arqBscFichas <> 0 then
               move 58                                      to ws-msn-erro-ofsset
               move ws-fs-arqBscFichas                      to ws-msn-erro-cod
               move "Erro ao escrever arq. arqBscFichas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-bcf-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quadro de horarios (arqHorario): uma aula por turma/ano/dia da
      *>  semana/aula, com disciplina, professor e sala. Recusa professor
      *>  ou sala ja ocupados no mesmo horario e professor nao atribuido a
      *>  turma em arqProfTurma; imprime o quadro da turma ou do professor
      *>  em quadroHorarios.txt
      *>------------------------------------------------------------------------
       quadro-horarios section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

           display erase
           display "------ Quadro de horarios ------"
           display "'I'ncluir aula no quadro"
           display "'E'xcluir aula do quadro"
           display "'T'urma - imprimir quadro da turma"
           display "'P'rofessor - imprimir quadro do professor"
           accept ws-hor-opcao

           evaluate ws-hor-opcao
               when "I"
               when "i"
                   if ws-login-perfil = "ADM" then
                       perform inclui-horario
                   else
                       display "Opcao restrita a operadores autorizados (ADM)!"
                   end-if
               when "E"
               when "e"
                   if ws-login-perfil = "ADM" then
                       perform exclui-horario
                   else
                       display "Opcao restrita a operadores autorizados (ADM)!"
                   end-if
               when "T"
               when "t"
                   perform quadro-horario-turma
               when "P"
               when "p"
                   perform quadro-horario-professor
               when other
                   display "Opcao invalida!"
           end-evaluate

           display "  "
           display "Deseja continuar no quadro de horarios? 'S'im ou 'V'oltar"
           accept ws-sair

           end-perform
           .
       quadro-horarios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui uma aula no quadro depois de conferir turma, disciplina,
      *>  atribuicao do professor e ocupacao do horario pela turma, pelo
      *>  professor e pela sala
      *>------------------------------------------------------------------------
       inclui-horario section.

           perform valida-horario

           if ws-hor-ok = "S" then
               move trm-cod        to hor-turma-cod
               move trm-ano-letivo to hor-ano-letivo
               move ws-hor-dia     to hor-dia
               move ws-hor-aula    to hor-aula
               move dis-cod        to hor-dis-cod
               move prf-id         to hor-prof-prof-id
               move trm-ano-letivo to hor-prof-ano-letivo
               move ws-hor-dia     to hor-prof-dia
               move ws-hor-aula    to hor-prof-aula
               move ws-hor-sala    to hor-sala-sala
               move trm-ano-letivo to hor-sala-ano-letivo
               move ws-hor-dia     to hor-sala-dia
               move ws-hor-aula    to hor-sala-aula

               write hor-registro
               if ws-fs-arqHorario <> 0 then
                   move 59                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHorario                    to ws-msn-erro-cod
                   move "Erro ao escrever arq. arqHorario " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "INCLUSAO"     to ws-jrn-operacao
               move "arqHorario"   to ws-jrn-arquivo
               move hor-chave      to ws-jrn-cod
               move spaces         to ws-jrn-antes
               move hor-registro   to ws-jrn-depois
               perform grava-journal

               display "Aula de " dis-nome " com " prf-nome " na sala " ws-hor-sala
                       " incluida no quadro da turma " trm-cod "/" trm-ano-letivo "!"
           end-if
           .
       inclui-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le e confere os dados da aula a incluir; ws-hor-ok = "S" quando a
      *>  aula pode entrar no quadro (trm-, dis-, prf- e ws-hor- carregados)
      *>------------------------------------------------------------------------
       valida-horario section.

           move "S" to ws-hor-ok

           display "Codigo da turma: "
           accept trm-cod
           display "Ano letivo     : "
           accept trm-ano-letivo

           read arqTurma
           if ws-fs-arqTurma = 23 then
               display "Turma informada nao cadastrada! Use 'TU' para cadastra-la."
               move "N" to ws-hor-ok
           else
               if ws-fs-arqTurma <> 0 then
                   move 59                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-hor-ok = "S" then
               display "Dia da semana (2 = segunda ... 7 = sabado): "
               accept ws-hor-dia
               display "Aula do dia (1 a 10): "
               accept ws-hor-aula
               if ws-hor-dia < 2 or ws-hor-dia > 7 then
                   display "Dia da semana invalido!"
                   move "N" to ws-hor-ok
               else
                   if ws-hor-aula < 1 or ws-hor-aula > 10 then
                       display "Aula invalida! Use um valor de 1 a 10."
                       move "N" to ws-hor-ok
                   end-if
               end-if
           end-if

      *>    horario da turma ja ocupado
           if ws-hor-ok = "S" then
               move trm-cod        to hor-turma-cod
               move trm-ano-letivo to hor-ano-letivo
               move ws-hor-dia     to hor-dia
               move ws-hor-aula    to hor-aula
               read arqHorario
               if ws-fs-arqHorario = 0 then
                   display "Horario ja ocupado na turma pelo professor " hor-prof-prof-id
                           " (sala " hor-sala-sala "). Exclua a aula antes de trocar."
                   move "N" to ws-hor-ok
               else
                   if ws-fs-arqHorario <> 23 then
                       move 59                                  to ws-msn-erro-ofsset
                       move ws-fs-arqHorario                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHorario "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-hor-ok = "S" then
               perform lista-disciplinas-turma
               display "Sequencia da disciplina: "
               accept dis-cod
               move trm-cod        to dis-turma-cod
               move trm-ano-letivo to dis-ano-letivo
               read arqDisciplina
               if ws-fs-arqDisciplina = 23 then
                   display "Disciplina nao cadastrada nessa turma! Use 'DI' para cadastra-la."
                   move "N" to ws-hor-ok
               else
                   if ws-fs-arqDisciplina <> 0 then
                       move 59                                  to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplina                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDisciplina "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-hor-ok = "S" then
               display "Id do professor: "
               accept prf-id
               read arqProfessores
               if ws-fs-arqProfessores = 23 then
                   display "Id informado invalido! Use 'PR' para cadastrar."
                   move "N" to ws-hor-ok
               else
                   if ws-fs-arqProfessores <> 0 then
                       move 59                                   to ws-msn-erro-ofsset
                       move ws-fs-arqProfessores                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqProfessores "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

      *>    o professor precisa estar atribuido a turma no ano
           if ws-hor-ok = "S" then
               move prf-id         to pft-prof-id
               move trm-ano-letivo to pft-ano-letivo
               move trm-cod        to pft-turma-cod
               read arqProfTurma
               if ws-fs-arqProfTurma = 23 then
                   display "Professor " prf-nome " nao esta atribuido a turma "
                           trm-cod "/" trm-ano-letivo "! Use 'AP' para atribuir."
                   move "N" to ws-hor-ok
               else
                   if ws-fs-arqProfTurma <> 0 then
                       move 59                                  to ws-msn-erro-ofsset
                       move ws-fs-arqProfTurma                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqProfTurma "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

      *>    professor ja com aula em outra turma no mesmo horario
           if ws-hor-ok = "S" then
               move prf-id         to hor-prof-prof-id
               move trm-ano-letivo to hor-prof-ano-letivo
               move ws-hor-dia     to hor-prof-dia
               move ws-hor-aula    to hor-prof-aula
               read arqHorario key is hor-chave-prof
               if ws-fs-arqHorario = 0 then
                   display "Conflito: professor " prf-nome " ja tem aula na turma "
                           hor-turma-cod " nesse horario!"
                   move "N" to ws-hor-ok
               else
                   if ws-fs-arqHorario <> 23 then
                       move 59                                  to ws-msn-erro-ofsset
                       move ws-fs-arqHorario                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHorario "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

      *>    sala ja ocupada por outra turma no mesmo horario
           if ws-hor-ok = "S" then
               display "Sala: "
               accept ws-hor-sala
               move function upper-case(ws-hor-sala) to ws-hor-sala
               if ws-hor-sala = spaces then
                   display "Sala obrigatoria!"
                   move "N" to ws-hor-ok
               else
                   move ws-hor-sala    to hor-sala-sala
                   move trm-ano-letivo to hor-sala-ano-letivo
                   move ws-hor-dia     to hor-sala-dia
                   move ws-hor-aula    to hor-sala-aula
                   read arqHorario key is hor-chave-sala
                   if ws-fs-arqHorario = 0 then
                       display "Conflito: sala " ws-hor-sala " ja ocupada pela turma "
                               hor-turma-cod " nesse horario!"
                       move "N" to ws-hor-ok
                   else
                       if ws-fs-arqHorario <> 23 then
                           move 59                                  to ws-msn-erro-ofsset
                           move ws-fs-arqHorario                    to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHorario "      to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-if
           .
       valida-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exclui uma aula do quadro da turma
      *>------------------------------------------------------------------------
       exclui-horario section.

           display "Codigo da turma: "
           accept hor-turma-cod
           display "Ano letivo     : "
           accept hor-ano-letivo
           display "Dia da semana (2 = segunda ... 7 = sabado): "
           accept hor-dia
           display "Aula do dia (1 a 10): "
           accept hor-aula

           read arqHorario
           if ws-fs-arqHorario = 23 then
               display "Nao ha aula nesse horario da turma."
           else
               if ws-fs-arqHorario <> 0 then
                   move 59                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHorario                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHorario "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move hor-registro to ws-jrn-antes

               delete arqHorario
               if ws-fs-arqHorario <> 0 then
                   move 59                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHorario                    to ws-msn-erro-cod
                   move "Erro ao deletar arq. arqHorario "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "EXCLUSAO"     to ws-jrn-operacao
               move "arqHorario"   to ws-jrn-arquivo
               move hor-chave      to ws-jrn-cod
               move spaces         to ws-jrn-depois
               perform grava-journal

               display "Aula excluida do quadro."
           end-if
           .
       exclui-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quadro semanal de uma turma: disciplina e sala em cada horario
      *>------------------------------------------------------------------------
       quadro-horario-turma section.

           display "Codigo da turma: "
           accept trm-cod
           display "Ano letivo     : "
           accept trm-ano-letivo

           read arqTurma
           if ws-fs-arqTurma = 23 then
               display "Turma informada nao cadastrada!"
           else
               if ws-fs-arqTurma <> 0 then
                   move 59                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform quadro-turma-monta
           end-if
           .
       quadro-horario-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta e imprime o quadro da turma corrente de trm-registro
      *>------------------------------------------------------------------------
       quadro-turma-monta section.

           move spaces to ws-hor-grade
           move 0      to ws-hor-qtd

           move trm-cod        to hor-turma-cod
           move trm-ano-letivo to hor-ano-letivo
           move zero           to hor-dia
           move zero           to hor-aula

           start arqHorario key is >= hor-chave
               invalid key
                   move 10 to ws-fs-arqHorario
           end-start

           perform until ws-fs-arqHorario = 10
                      or ws-fs-arqHorario = 23

               read arqHorario next

               if  ws-fs-arqHorario <> 0
               and ws-fs-arqHorario <> 10 then
                   move 59                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHorario                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHorario "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqHorario = 0 then
                   if  hor-turma-cod  = trm-cod
                   and hor-ano-letivo = trm-ano-letivo then
                       move hor-turma-cod  to dis-turma-cod
                       move hor-ano-letivo to dis-ano-letivo
                       move hor-dis-cod    to dis-cod
                       perform hor-le-disciplina
                       compute ws-hor-d = hor-dia - 1
                       move dis-nome(1:10)
                                to ws-hor-cel-a(hor-aula, ws-hor-d)
                       move hor-sala-sala
                                to ws-hor-cel-b(hor-aula, ws-hor-d)
                       add 1 to ws-hor-qtd
                   else
                       move 10 to ws-fs-arqHorario
                   end-if
               end-if

           end-perform

           move spaces to ws-hor-titulo
           string "QUADRO DE HORARIOS - TURMA " trm-cod " / " trm-ano-letivo
                  " - " trm-descricao
                  delimited by size into ws-hor-titulo
           perform imprime-quadro-horario
           .
       quadro-turma-monta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quadro semanal de um professor: turma e disciplina em cada
      *>  horario, lido pela chave professor + ano + dia + aula
      *>------------------------------------------------------------------------
       quadro-horario-professor section.

           display "Id do professor: "
           accept prf-id
           read arqProfessores
           if ws-fs-arqProfessores = 23 then
               display "Id informado invalido!"
           else
               if ws-fs-arqProfessores <> 0 then
                   move 59                                   to ws-msn-erro-ofsset
                   move ws-fs-arqProfessores                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqProfessores "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               display "Ano letivo     : "
               accept ws-hor-ano
               perform quadro-professor-monta
           end-if
           .
       quadro-horario-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta e imprime o quadro do professor corrente de prf-registro
      *>  no ano ws-hor-ano
      *>------------------------------------------------------------------------
       quadro-professor-monta section.

           move spaces to ws-hor-grade
           move 0      to ws-hor-qtd

           move prf-id     to hor-prof-prof-id
           move ws-hor-ano to hor-prof-ano-letivo
           move zero       to hor-prof-dia
           move zero       to hor-prof-aula

           start arqHorario key is >= hor-chave-prof
               invalid key
                   move 10 to ws-fs-arqHorario
           end-start

           perform until ws-fs-arqHorario = 10
                      or ws-fs-arqHorario = 23

               read arqHorario next

               if  ws-fs-arqHorario <> 0
               and ws-fs-arqHorario <> 10 then
                   move 59                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHorario                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHorario "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqHorario = 0 then
                   if  hor-prof-prof-id    = prf-id
                   and hor-prof-ano-letivo = ws-hor-ano then
                       move hor-turma-cod  to dis-turma-cod
                       move hor-ano-letivo to dis-ano-letivo
                       move hor-dis-cod    to dis-cod
                       perform hor-le-disciplina
                       compute ws-hor-d = hor-dia - 1
                       move hor-turma-cod
                                to ws-hor-cel-a(hor-aula, ws-hor-d)
                       move dis-nome(1:5)
                                to ws-hor-cel-b(hor-aula, ws-hor-d)
                       add 1 to ws-hor-qtd
                   else
                       move 10 to ws-fs-arqHorario
                   end-if
               end-if

           end-perform

           move spaces to ws-hor-titulo
           string "QUADRO DE HORARIOS - PROFESSOR " prf-id " " prf-nome
                  " - ANO LETIVO " ws-hor-ano
                  delimited by size into ws-hor-titulo
           perform imprime-quadro-horario
           .
       quadro-professor-monta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a disciplina de dis-chave para o quadro (nome em branco se a
      *>  disciplina foi removida da turma)
      *>------------------------------------------------------------------------
       hor-le-disciplina section.

           read arqDisciplina
           if ws-fs-arqDisciplina = 23 then
               move spaces to dis-nome
           else
               if ws-fs-arqDisciplina <> 0 then
                   move 59                                  to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplina                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplina "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       hor-le-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime ws-hor-grade (aulas x dias) com o titulo ws-hor-titulo
      *>  em quadroHorarios.txt
      *>------------------------------------------------------------------------
       imprime-quadro-horario section.

           open output arqQuadroHor
           if ws-fs-arqQuadroHor <> 0 then
               move 59                                  to ws-msn-erro-ofsset
               move ws-fs-arqQuadroHor                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqQuadroHor "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-hor-titulo to qhr-linha
           perform grava-qhr-linha
           move spaces to qhr-linha
           move all "-" to qhr-linha(1:116)
           perform grava-qhr-linha
           move spaces to qhr-linha
           string "Aula    Segunda           Terca             Quarta            "
                  "Quinta            Sexta             Sabado"
                  delimited by size into qhr-linha
           perform grava-qhr-linha
           move spaces to qhr-linha
           move all "-" to qhr-linha(1:116)
           perform grava-qhr-linha

           perform varying ws-hor-a from 1 by 1 until ws-hor-a > 10
               move ws-hor-a to ws-hor-aula-ed
               move spaces to qhr-linha
               string "Aula " ws-hor-aula-ed " "
                      ws-hor-cel(ws-hor-a, 1) "  "
                      ws-hor-cel(ws-hor-a, 2) "  "
                      ws-hor-cel(ws-hor-a, 3) "  "
                      ws-hor-cel(ws-hor-a, 4) "  "
                      ws-hor-cel(ws-hor-a, 5) "  "
                      ws-hor-cel(ws-hor-a, 6)
                      delimited by size into qhr-linha
               perform grava-qhr-linha
           end-perform

           move spaces to qhr-linha
           move all "-" to qhr-linha(1:116)
           perform grava-qhr-linha
           move spaces to qhr-linha
           string ws-hor-qtd " aula(s) por semana."
                  delimited by size into qhr-linha
           perform grava-qhr-linha

           close arqQuadroHor
           if ws-fs-arqQuadroHor <> 0 then
               move 59                                  to ws-msn-erro-ofsset
               move ws-fs-arqQuadroHor                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqQuadroHor " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display ws-hor-qtd " aula(s) por semana. Quadro gerado em quadroHorarios.txt."
           .
       imprime-quadro-horario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava qhr-linha no quadro de horarios
      *>------------------------------------------------------------------------
       grava-qhr-linha section.

           write qhr-linha
           if ws-fs-arqQuadroHor <> 0 then
               move 59                                      to ws-msn-erro-ofsset
               move ws-fs-arqQuadroHor                      to ws-msn-erro-cod
               move "Erro ao escrever arq. arqQuadroHor "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-qhr-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta em ws-hor-qtd-turma as aulas semanais do professor prf-id
      *>  na turma pft-turma-cod e em ws-hor-qtd as do ano ws-prf-ano
      *>------------------------------------------------------------------------
       conta-aulas-professor section.

           move 0 to ws-hor-qtd
           move 0 to ws-hor-qtd-turma

           move prf-id     to hor-prof-prof-id
           move ws-prf-ano to hor-prof-ano-letivo
           move zero       to hor-prof-dia
           move zero       to hor-prof-aula

           start arqHorario key is >= hor-chave-prof
               invalid key
                   move 10 to ws-fs-arqHorario
           end-start

           perform until ws-fs-arqHorario = 10
                      or ws-fs-arqHorario = 23

               read arqHorario next

               if  ws-fs-arqHorario <> 0
               and ws-fs-arqHorario <> 10 then
                   move 43                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHorario                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHorario "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqHorario = 0 then
                   if  hor-prof-prof-id    = prf-id
                   and hor-prof-ano-letivo = ws-prf-ano then
                       add 1 to ws-hor-qtd
                       if hor-turma-cod = pft-turma-cod then
                           add 1 to ws-hor-qtd-turma
                       end-if
                   else
                       move 10 to ws-fs-arqHorario
                   end-if
               end-if

           end-perform
           .
       conta-aulas-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Diario de classe: registro das aulas dadas por turma/disciplina/
      *>  data (arqAulaDada), consulta e relatorio de cumprimento da carga
      *>  horaria (cargaHoraria.txt)
      *>------------------------------------------------------------------------
       diario-classe section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

           display erase
           display "------ Diario de classe ------"
           display "'R'egistrar aula dada"
           display "'C'onsultar aulas da disciplina"
           display "'H' - Cumprimento da carga horaria da turma (relatorio)"
           accept ws-dcl-opcao

           evaluate ws-dcl-opcao
               when "R"
               when "r"
                   perform registra-aula-dada
               when "C"
               when "c"
                   perform consulta-aulas-dadas
               when "H"
               when "h"
                   perform cumprimento-carga-horaria
               when other
                   display "Opcao invalida!"
           end-evaluate

           display "  "
           display "Deseja continuar no diario de classe? 'S'im ou 'V'oltar"
           accept ws-sair

           end-perform
           .
       diario-classe-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra (ou substitui) a aula dada de uma disciplina numa data
      *>------------------------------------------------------------------------
       registra-aula-dada section.

           perform valida-aula-dada

           if ws-dcl-ok = "S" then
               move trm-cod        to adg-turma-cod
               move trm-ano-letivo to adg-ano-letivo
               move dis-cod        to adg-dis-cod
               move ws-dcl-data    to adg-data
               read arqAulaDada
               if  ws-fs-arqAulaDada <> 0
               and ws-fs-arqAulaDada <> 23 then
                   move 60                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAulaDada                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAulaDada "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAulaDada = 0 then
                   display "Aula ja registrada nessa data: " adg-qtd-aulas
                           " aula(s) por " adg-prof-id
                   display "Conteudo: " adg-conteudo
                   display "Substituir o registro? 'S'im ou 'N'ao"
                   accept ws-dcl-resp
                   if ws-dcl-resp = "S" or ws-dcl-resp = "s" then
                       move adg-registro to ws-jrn-antes
                       perform monta-aula-dada
                       rewrite adg-registro
                       if ws-fs-arqAulaDada <> 0 then
                           move 60                                  to ws-msn-erro-ofsset
                           move ws-fs-arqAulaDada                   to ws-msn-erro-cod
                           move "Erro ao alterar arq. arqAulaDada " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       move "ALTERACAO"    to ws-jrn-operacao
                       move adg-registro   to ws-jrn-depois
                       perform registra-aula-journal
                       display "Registro de aula substituido."
                   else
                       display "Registro mantido."
                   end-if
               else
                   perform monta-aula-dada
                   write adg-registro
                   if ws-fs-arqAulaDada <> 0 then
                       move 60                                      to ws-msn-erro-ofsset
                       move ws-fs-arqAulaDada                       to ws-msn-erro-cod
                       move "Erro ao escrever arq. arqAulaDada "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   move "INCLUSAO"     to ws-jrn-operacao
                   move spaces         to ws-jrn-antes
                   move adg-registro   to ws-jrn-depois
                   perform registra-aula-journal
                   display ws-dcl-qtd-aulas " aula(s) de " dis-nome " registrada(s) em "
                           ws-dcl-data(7:2) "/" ws-dcl-data(5:2) "/" ws-dcl-data(1:4) "!"
               end-if
           end-if
           .
       registra-aula-dada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le e confere turma, disciplina, data (dia letivo do calendario,
      *>  ate hoje), professor (atribuido a turma), quantidade de aulas e
      *>  conteudo; ws-dcl-ok = "S" quando o registro pode ser gravado
      *>------------------------------------------------------------------------
       valida-aula-dada section.

           move "S" to ws-dcl-ok
           accept ws-dcl-hoje from date yyyymmdd

           display "Codigo da turma: "
           accept trm-cod
           display "Ano letivo     : "
           accept trm-ano-letivo

           read arqTurma
           if ws-fs-arqTurma = 23 then
               display "Turma informada nao cadastrada!"
               move "N" to ws-dcl-ok
           else
               if ws-fs-arqTurma <> 0 then
                   move 60                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           if ws-dcl-ok = "S" then
               perform lista-disciplinas-turma
               display "Sequencia da disciplina: "
               accept dis-cod
               move trm-cod        to dis-turma-cod
               move trm-ano-letivo to dis-ano-letivo
               read arqDisciplina
               if ws-fs-arqDisciplina = 23 then
                   display "Disciplina nao cadastrada nessa turma!"
                   move "N" to ws-dcl-ok
               else
                   if ws-fs-arqDisciplina <> 0 then
                       move 60                                  to ws-msn-erro-ofsset
                       move ws-fs-arqDisciplina                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDisciplina "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

      *>    a aula so pode ser registrada em dia letivo ja ocorrido
           if ws-dcl-ok = "S" then
               display "Data da aula (AAAAMMDD): "
               accept ws-dcl-data
               move trm-ano-letivo to cal-ano-letivo
               move ws-dcl-data    to cal-data
               read arqCalendario
               if ws-fs-arqCalendario = 23 then
                   display "Data " ws-dcl-data " nao marcada no calendario de "
                           trm-ano-letivo "!"
                   move "N" to ws-dcl-ok
               else
                   if ws-fs-arqCalendario <> 0 then
                       move 60                                  to ws-msn-erro-ofsset
                       move ws-fs-arqCalendario                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if cal-tipo <> "L" then
                       display "Data " ws-dcl-data " nao e dia letivo no calendario de "
                               trm-ano-letivo "!"
                       move "N" to ws-dcl-ok
                   else
                       if ws-dcl-data > ws-dcl-hoje then
                           display "Nao e possivel registrar aula em data futura!"
                           move "N" to ws-dcl-ok
                       end-if
                   end-if
               end-if
           end-if

           if ws-dcl-ok = "S" then
               display "Id do professor: "
               accept prf-id
               read arqProfessores
               if ws-fs-arqProfessores = 23 then
                   display "Id informado invalido! Use 'PR' para cadastrar."
                   move "N" to ws-dcl-ok
               else
                   if ws-fs-arqProfessores <> 0 then
                       move 60                                   to ws-msn-erro-ofsset
                       move ws-fs-arqProfessores                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqProfessores "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-dcl-ok = "S" then
               move prf-id         to pft-prof-id
               move trm-ano-letivo to pft-ano-letivo
               move trm-cod        to pft-turma-cod
               read arqProfTurma
               if ws-fs-arqProfTurma = 23 then
                   display "Professor " prf-nome " nao esta atribuido a turma "
                           trm-cod "/" trm-ano-letivo "! Use 'AP' para atribuir."
                   move "N" to ws-dcl-ok
               else
                   if ws-fs-arqProfTurma <> 0 then
                       move 60                                  to ws-msn-erro-ofsset
                       move ws-fs-arqProfTurma                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqProfTurma "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-dcl-ok = "S" then
               display "Quantidade de aulas dadas (1 a 10): "
               accept ws-dcl-qtd-aulas
               if ws-dcl-qtd-aulas < 1 or ws-dcl-qtd-aulas > 10 then
                   display "Quantidade invalida!"
                   move "N" to ws-dcl-ok
               else
                   display "Conteudo ministrado: "
                   accept ws-dcl-conteudo
                   if ws-dcl-conteudo = spaces then
                       display "Conteudo obrigatorio!"
                       move "N" to ws-dcl-ok
                   end-if
               end-if
           end-if
           .
       valida-aula-dada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Preenche adg-registro (chave ja montada) com os dados lidos
      *>------------------------------------------------------------------------
       monta-aula-dada section.

           move prf-id           to adg-prof-id
           move ws-dcl-qtd-aulas to adg-qtd-aulas
           move ws-dcl-conteudo  to adg-conteudo
           move ws-dcl-hoje      to adg-data-registro
           move ws-login-id      to adg-operador
           .
       monta-aula-dada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Journal do registro de aula (operacao e antes/depois ja
      *>  preenchidos)
      *>------------------------------------------------------------------------
       registra-aula-journal section.

           move "arqAulaDada"  to ws-jrn-arquivo
           move adg-chave(1:14) to ws-jrn-cod
           perform grava-journal
           .
       registra-aula-journal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista na tela as aulas registradas de uma disciplina da turma
      *>------------------------------------------------------------------------
       consulta-aulas-dadas section.

           display "Codigo da turma: "
           accept adg-turma-cod
           display "Ano letivo     : "
           accept adg-ano-letivo
           display "Sequencia da disciplina: "
           accept adg-dis-cod
           move zero to adg-data

           move adg-turma-cod  to ws-dcl-turma-cod
           move adg-ano-letivo to ws-dcl-ano
           move adg-dis-cod    to ws-dcl-dis-cod
           move 0 to ws-dcl-qtd-reg
           move 0 to ws-dcl-dadas

           start arqAulaDada key is >= adg-chave
               invalid key
                   move 10 to ws-fs-arqAulaDada
           end-start

           perform until ws-fs-arqAulaDada = 10
                      or ws-fs-arqAulaDada = 23

               read arqAulaDada next

               if  ws-fs-arqAulaDada <> 0
               and ws-fs-arqAulaDada <> 10 then
                   move 60                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAulaDada                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAulaDada "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAulaDada = 0 then
                   if  adg-turma-cod  = ws-dcl-turma-cod
                   and adg-ano-letivo = ws-dcl-ano
                   and adg-dis-cod    = ws-dcl-dis-cod then
                       display adg-data(7:2) "/" adg-data(5:2) "/" adg-data(1:4)
                               " " adg-qtd-aulas " aula(s) " adg-prof-id " "
                               adg-conteudo(1:50)
                       add 1             to ws-dcl-qtd-reg
                       add adg-qtd-aulas to ws-dcl-dadas
                   else
                       move 10 to ws-fs-arqAulaDada
                   end-if
               end-if

           end-perform

           display ws-dcl-qtd-reg " registro(s), " ws-dcl-dadas " aula(s) dada(s)."
           .
       consulta-aulas-dadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cumprimento da carga horaria de uma turma: por disciplina, aulas
      *>  previstas pelo quadro de horarios nos dias letivos do calendario
      *>  contra as aulas dadas, e as datas sem registro que precisam de
      *>  reposicao (cargaHoraria.txt)
      *>------------------------------------------------------------------------
       cumprimento-carga-horaria section.

           display "Codigo da turma: "
           accept trm-cod
           display "Ano letivo     : "
           accept trm-ano-letivo

           read arqTurma
           if ws-fs-arqTurma = 23 then
               display "Turma informada nao cadastrada!"
           else
               if ws-fs-arqTurma <> 0 then
                   move 60                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTurma                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqTurma "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform carga-horaria-turma
           end-if
           .
       cumprimento-carga-horaria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio de carga horaria da turma corrente de trm-registro
      *>------------------------------------------------------------------------
       carga-horaria-turma section.

           accept ws-dcl-hoje from date yyyymmdd
           move trm-cod        to ws-dcl-turma-cod
           move trm-ano-letivo to ws-dcl-ano
           move 0 to ws-dcl-tot-prev-ano
           move 0 to ws-dcl-tot-prev-hoje
           move 0 to ws-dcl-tot-dadas
           move 0 to ws-dcl-qtd-disc
           perform conta-dias-letivos-ano

           open output arqCargaHor
           if ws-fs-arqCargaHor <> 0 then
               move 60                                  to ws-msn-erro-ofsset
               move ws-fs-arqCargaHor                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCargaHor "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to chr-linha
           string "CUMPRIMENTO DA CARGA HORARIA - TURMA " trm-cod " / "
                  trm-ano-letivo " - " trm-descricao
                  delimited by size into chr-linha
           perform grava-chr-linha
           move spaces to chr-linha
           string "Posicao em " ws-dcl-hoje(7:2) "/" ws-dcl-hoje(5:2) "/"
                  ws-dcl-hoje(1:4) " - dias letivos no calendario: "
                  ws-dcl-dias-letivos " (ja ocorridos: " ws-dcl-dias-hoje
                  ", minimo legal: 200)"
                  delimited by size into chr-linha
           perform grava-chr-linha

           move trm-cod        to dis-turma-cod
           move trm-ano-letivo to dis-ano-letivo
           move zero           to dis-cod

           start arqDisciplina key is >= dis-chave
               invalid key
                   move 10 to ws-fs-arqDisciplina
           end-start

           perform until ws-fs-arqDisciplina = 10
                      or ws-fs-arqDisciplina = 23

               read arqDisciplina next

               if  ws-fs-arqDisciplina <> 0
               and ws-fs-arqDisciplina <> 10 then
                   move 60                                  to ws-msn-erro-ofsset
                   move ws-fs-arqDisciplina                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDisciplina "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqDisciplina = 0 then
                   if  dis-turma-cod  = ws-dcl-turma-cod
                   and dis-ano-letivo = ws-dcl-ano then
                       add 1 to ws-dcl-qtd-disc
                       perform carga-horaria-disciplina
                   else
                       move 10 to ws-fs-arqDisciplina
                   end-if
               end-if

           end-perform

           move spaces to chr-linha
           move all "=" to chr-linha
           perform grava-chr-linha
           move spaces to chr-linha
           if ws-dcl-qtd-disc = 0 then
               string "Turma sem disciplinas cadastradas ('DI')."
                      delimited by size into chr-linha
           else
               string "Total da turma (horas-aula): " ws-dcl-tot-prev-ano
                      " prevista(s) no ano, " ws-dcl-tot-prev-hoje
                      " ate hoje, " ws-dcl-tot-dadas " dada(s)"
                      " - minimo legal: 800"
                      delimited by size into chr-linha
           end-if
           perform grava-chr-linha

           close arqCargaHor
           if ws-fs-arqCargaHor <> 0 then
               move 60                                  to ws-msn-erro-ofsset
               move ws-fs-arqCargaHor                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCargaHor "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           display ws-dcl-qtd-disc " disciplina(s): " ws-dcl-tot-prev-hoje
                   " aula(s) prevista(s) ate hoje, " ws-dcl-tot-dadas " dada(s)."
           display "Relatorio gerado em cargaHoraria.txt."
           .
       carga-horaria-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta os dias letivos do ano ws-dcl-ano no calendario (no ano e
      *>  ate hoje)
      *>------------------------------------------------------------------------
       conta-dias-letivos-ano section.

           move 0 to ws-dcl-dias-letivos
           move 0 to ws-dcl-dias-hoje
           move ws-dcl-ano to cal-ano-letivo
           move zero       to cal-data

           start arqCalendario key is >= cal-chave
               invalid key
                   move 10 to ws-fs-arqCalendario
           end-start

           perform until ws-fs-arqCalendario = 10
                      or ws-fs-arqCalendario = 23

               read arqCalendario next

               if  ws-fs-arqCalendario <> 0
               and ws-fs-arqCalendario <> 10 then
                   move 60                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCalendario = 0 then
                   if cal-ano-letivo = ws-dcl-ano then
                       if cal-tipo = "L" then
                           add 1 to ws-dcl-dias-letivos
                           if cal-data <= ws-dcl-hoje then
                               add 1 to ws-dcl-dias-hoje
                           end-if
                       end-if
                   else
                       move 10 to ws-fs-arqCalendario
                   end-if
               end-if

           end-perform
           .
       conta-dias-letivos-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco de uma disciplina (registro corrente de dis-registro):
      *>  aulas por dia da semana no quadro de horarios, aulas previstas em
      *>  cada dia letivo, aulas dadas e datas sem registro ate hoje
      *>------------------------------------------------------------------------
       carga-horaria-disciplina section.

           move 0 to ws-dcl-prev-ano
           move 0 to ws-dcl-prev-hoje
           move 0 to ws-dcl-dadas
           move 0 to ws-dcl-qtd-faltando
           move 0 to ws-dcl-qtd-semana
           perform varying ws-dcl-d from 1 by 1 until ws-dcl-d > 6
               move 0 to ws-dcl-slots(ws-dcl-d)
           end-perform

      *>    aulas semanais da disciplina no quadro de horarios
           move ws-dcl-turma-cod to hor-turma-cod
           move ws-dcl-ano       to hor-ano-letivo
           move zero             to hor-dia
           move zero             to hor-aula

           start arqHorario key is >= hor-chave
               invalid key
                   move 10 to ws-fs-arqHorario
           end-start

           perform until ws-fs-arqHorario = 10
                      or ws-fs-arqHorario = 23

               read arqHorario next

               if  ws-fs-arqHorario <> 0
               and ws-fs-arqHorario <> 10 then
                   move 60                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHorario                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHorario "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqHorario = 0 then
                   if  hor-turma-cod  = ws-dcl-turma-cod
                   and hor-ano-letivo = ws-dcl-ano then
                       if hor-dis-cod = dis-cod then
                           compute ws-dcl-d = hor-dia - 1
                           add 1 to ws-dcl-slots(ws-dcl-d)
                           add 1 to ws-dcl-qtd-semana
                       end-if
                   else
                       move 10 to ws-fs-arqHorario
                   end-if
               end-if

           end-perform

      *>    aulas dadas registradas no diario
           move ws-dcl-turma-cod to adg-turma-cod
           move ws-dcl-ano       to adg-ano-letivo
           move dis-cod          to adg-dis-cod
           move zero             to adg-data

           start arqAulaDada key is >= adg-chave
               invalid key
                   move 10 to ws-fs-arqAulaDada
           end-start

           perform until ws-fs-arqAulaDada = 10
                      or ws-fs-arqAulaDada = 23

               read arqAulaDada next

               if  ws-fs-arqAulaDada <> 0
               and ws-fs-arqAulaDada <> 10 then
                   move 60                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAulaDada                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAulaDada "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAulaDada = 0 then
                   if  adg-turma-cod  = ws-dcl-turma-cod
                   and adg-ano-letivo = ws-dcl-ano
                   and adg-dis-cod    = dis-cod then
                       add adg-qtd-aulas to ws-dcl-dadas
                   else
                       move 10 to ws-fs-arqAulaDada
                   end-if
               end-if

           end-perform

           move spaces to chr-linha
           move all "-" to chr-linha
           perform grava-chr-linha
           move spaces to chr-linha
           string "Disciplina " dis-cod " " dis-nome " - " ws-dcl-qtd-semana
                  " aula(s) por semana no quadro de horarios"
                  delimited by size into chr-linha
           perform grava-chr-linha

           if ws-dcl-qtd-semana = 0 then
               move spaces to chr-linha
               string "  Sem aulas no quadro de horarios ('QH'): previsao "
                      "indisponivel. Aulas dadas: " ws-dcl-dadas
                      delimited by size into chr-linha
               perform grava-chr-linha
           else
               perform carga-horaria-datas

               move ws-dcl-prev-hoje to ws-dcl-saldo
               subtract ws-dcl-dadas from ws-dcl-saldo
               move ws-dcl-saldo to ws-dcl-saldo-ed

               move spaces to chr-linha
               string "  Previstas no ano: " ws-dcl-prev-ano
                      "  Previstas ate hoje: " ws-dcl-prev-hoje
                      "  Dadas: " ws-dcl-dadas
                      "  Saldo a repor: " ws-dcl-saldo-ed
                      delimited by size into chr-linha
               perform grava-chr-linha

               move spaces to chr-linha
               if ws-dcl-qtd-faltando = 0 then
                   string "  Nenhuma data sem registro ate hoje."
                          delimited by size into chr-linha
                   perform grava-chr-linha
               else
                   string "  " ws-dcl-qtd-faltando
                          " data(s) sem registro de aula (reposicao):"
                          delimited by size into chr-linha
                   perform grava-chr-linha
                   perform carga-horaria-lista-datas
               end-if
           end-if

           add ws-dcl-prev-ano  to ws-dcl-tot-prev-ano
           add ws-dcl-prev-hoje to ws-dcl-tot-prev-hoje
           add ws-dcl-dadas     to ws-dcl-tot-dadas
           .
       carga-horaria-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre os dias letivos do ano somando as aulas previstas da
      *>  disciplina pelo dia da semana e guardando em ws-dcl-datas as
      *>  datas ja ocorridas sem registro (ou com menos aulas) no diario
      *>------------------------------------------------------------------------
       carga-horaria-datas section.

           move ws-dcl-ano to cal-ano-letivo
           move zero       to cal-data

           start arqCalendario key is >= cal-chave
               invalid key
                   move 10 to ws-fs-arqCalendario
           end-start

           perform until ws-fs-arqCalendario = 10
                      or ws-fs-arqCalendario = 23

               read arqCalendario next

               if  ws-fs-arqCalendario <> 0
               and ws-fs-arqCalendario <> 10 then
                   move 60                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCalendario                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCalendario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqCalendario = 0 then
                   if cal-ano-letivo = ws-dcl-ano then
                       if cal-tipo = "L" then
      *>                    dia 1 do calendario interno caiu numa segunda:
      *>                    resto 1 a 6 = segunda a sabado, 0 = domingo
                           compute ws-dcl-int = function integer-of-date(cal-data)
                           compute ws-dcl-d   = function mod(ws-dcl-int, 7)
                           if ws-dcl-d > 0 then
                               move ws-dcl-slots(ws-dcl-d) to ws-dcl-prev-dia
                           else
                               move 0 to ws-dcl-prev-dia
                           end-if
                           add ws-dcl-prev-dia to ws-dcl-prev-ano
                           if  cal-data <= ws-dcl-hoje
                           and ws-dcl-prev-dia > 0 then
                               add ws-dcl-prev-dia to ws-dcl-prev-hoje
                               perform carga-horaria-confere-data
                           end-if
                       end-if
                   else
                       move 10 to ws-fs-arqCalendario
                   end-if
               end-if

           end-perform
           .
       carga-horaria-datas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere no diario a data cal-data da disciplina corrente
      *>------------------------------------------------------------------------
       carga-horaria-confere-data section.

           move ws-dcl-turma-cod to adg-turma-cod
           move ws-dcl-ano       to adg-ano-letivo
           move dis-cod          to adg-dis-cod
           move cal-data         to adg-data
           read arqAulaDada
           if  ws-fs-arqAulaDada <> 0
           and ws-fs-arqAulaDada <> 23 then
               move 60                                  to ws-msn-erro-ofsset
               move ws-fs-arqAulaDada                   to ws-msn-erro-cod
               move "Erro ao ler arq. arqAulaDada "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqAulaDada = 23
           or adg-qtd-aulas < ws-dcl-prev-dia then
               add 1 to ws-dcl-qtd-faltando
               if ws-dcl-qtd-faltando <= 200 then
                   move cal-data to ws-dcl-datas(ws-dcl-qtd-faltando)
               end-if
           end-if
           .
       carga-horaria-confere-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime as datas de ws-dcl-datas, oito por linha
      *>------------------------------------------------------------------------
       carga-horaria-lista-datas section.

           move spaces to chr-linha
           move 5 to ws-dcl-ptr
           perform varying ws-dcl-k from 1 by 1
                     until ws-dcl-k > ws-dcl-qtd-faltando
                        or ws-dcl-k > 200
               string ws-dcl-datas(ws-dcl-k)(7:2) "/"
                      ws-dcl-datas(ws-dcl-k)(5:2) "/"
                      ws-dcl-datas(ws-dcl-k)(1:4) "  "
                      delimited by size into chr-linha
                      with pointer ws-dcl-ptr
               if ws-dcl-ptr > 96 then
                   perform grava-chr-linha
                   move spaces to chr-linha
                   move 5 to ws-dcl-ptr
               end-if
           end-perform
           if ws-dcl-ptr > 5 then
               perform grava-chr-linha
           end-if
           if ws-dcl-qtd-faltando > 200 then
               move spaces to chr-linha
               string "    ... e outras " ws-dcl-qtd-faltando
                      " no total (listadas as 200 primeiras)."
                      delimited by size into chr-linha
               perform grava-chr-linha
           end-if
           .
       carga-horaria-lista-datas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava chr-linha no relatorio de carga horaria
      *>------------------------------------------------------------------------
       grava-chr-linha section.

           write chr-linha
           if ws-fs-arqCargaHor <> 0 then
               move 60                                      to ws-msn-erro-ofsset
               move ws-fs-arqCargaHor                       to ws-msn-erro-cod
               move "Erro ao escrever arq. arqCargaHor "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-chr-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cadastro de responsaveis (arqResponsavel) e vinculo com os alunos
      *>  (arqAlunoResp)
      *>------------------------------------------------------------------------
       manutencao-responsaveis section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

           display erase
           display "------ Cadastro de responsaveis ------"
           display "'G'ravar (incluir ou alterar) responsavel"
           display "'C'onsultar responsavel"
           display "'A'luno - vincular responsaveis ao aluno"
           accept ws-rsp-opcao

           evaluate ws-rsp-opcao
               when "G"
               when "g"
                   perform grava-responsavel
               when "C"
               when "c"
                   perform consulta-responsavel
               when "A"
               when "a"
                   display "Codigo do aluno: "
                   accept fd-cod
                   read arqCadAluno
                   if ws-fs-arqCadAluno = 23 then
                       display "Codigo de aluno informado invalido!"
                   else
                       if ws-fs-arqCadAluno <> 0 then
                           move 61                                  to ws-msn-erro-ofsset
                           move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       perform copia-fd-para-ws
                       display "Aluno: " ws-cod " " ws-aluno
                       perform vincula-responsaveis
                   end-if
               when other
                   display "Opcao invalida!"
           end-evaluate

           display "  "
           display "Deseja continuar no cadastro de responsaveis? 'S'im ou 'V'oltar"
           accept ws-sair

           end-perform
           .
       manutencao-responsaveis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inclui um responsavel ou altera o ja cadastrado (campo deixado em
      *>  branco na alteracao mantem o valor atual)
      *>------------------------------------------------------------------------
       grava-responsavel section.

           display "CPF do responsavel (somente numeros): "
           move spaces to ws-rsp-cpf
           accept ws-rsp-cpf
           perform valida-cpf

           if ws-rsp-cpf-ok = "N" then
               display "CPF invalido!"
           else
               move ws-rsp-cpf to rsp-cpf
               read arqResponsavel
               if  ws-fs-arqResponsavel <> 0
               and ws-fs-arqResponsavel <> 23 then
                   move 61                                      to ws-msn-erro-ofsset
                   move ws-fs-arqResponsavel                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqResponsavel "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqResponsavel = 0 then
                   perform exibe-responsavel
                   move rsp-registro to ws-jrn-antes
                   display "  "
                   display "Informe os novos dados (enter mantem o atual):"
               else
                   initialize rsp-registro
                   move ws-rsp-cpf to rsp-cpf
                   move spaces     to ws-jrn-antes
               end-if

               move spaces to ws-rsp-entrada
               display "Nome              : "
               accept ws-rsp-ent-nome
               display "Parentesco (MAE, PAI, AVO, TIO...): "
               accept ws-rsp-ent-parentesco
               display "Telefone 1        : "
               accept ws-rsp-ent-telefone1
               display "Telefone 2        : "
               accept ws-rsp-ent-telefone2
               display "E-mail            : "
               accept ws-rsp-ent-email
               display "Endereco          : "
               accept ws-rsp-ent-endereco

               if ws-rsp-ent-nome <> spaces then
                   move function upper-case(ws-rsp-ent-nome) to rsp-nome
               end-if
               if ws-rsp-ent-parentesco <> spaces then
                   move function upper-case(ws-rsp-ent-parentesco)
                                                to rsp-parentesco
               end-if
               if ws-rsp-ent-telefone1 <> spaces then
                   move ws-rsp-ent-telefone1 to rsp-telefone1
               end-if
               if ws-rsp-ent-telefone2 <> spaces then
                   move ws-rsp-ent-telefone2 to rsp-telefone2
               end-if
               if ws-rsp-ent-email <> spaces then
                   move ws-rsp-ent-email to rsp-email
               end-if
               if ws-rsp-ent-endereco <> spaces then
                   move ws-rsp-ent-endereco to rsp-endereco
               end-if

               if rsp-nome = spaces then
                   display "Nome do responsavel obrigatorio!"
               else
                   if ws-fs-arqResponsavel = 0 then
                       rewrite rsp-registro
                       move "ALTERACAO" to ws-jrn-operacao
                   else
                       write rsp-registro
                       move "INCLUSAO"  to ws-jrn-operacao
                   end-if
                   if ws-fs-arqResponsavel <> 0 then
                       move 61                                      to ws-msn-erro-ofsset
                       move ws-fs-arqResponsavel                    to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqResponsavel "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   move "arqResponsav" to ws-jrn-arquivo
                   move rsp-cpf        to ws-jrn-cod
                   move rsp-registro   to ws-jrn-depois
                   perform grava-journal

                   display "Responsavel " rsp-nome " gravado com sucesso!"
               end-if
           end-if
           .
       grava-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta um responsavel pelo CPF, com os alunos vinculados
      *>------------------------------------------------------------------------
       consulta-responsavel section.

           display "CPF do responsavel: "
           move spaces to ws-rsp-cpf
           accept ws-rsp-cpf

           move ws-rsp-cpf to rsp-cpf
           read arqResponsavel
           if ws-fs-arqResponsavel = 23 then
               display "Responsavel nao cadastrado!"
           else
               if ws-fs-arqResponsavel <> 0 then
                   move 61                                      to ws-msn-erro-ofsset
                   move ws-fs-arqResponsavel                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqResponsavel "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform exibe-responsavel
               perform lista-familia
           end-if
           .
       consulta-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Familia: todos os alunos vinculados ao mesmo responsavel, para a
      *>  escola enviar uma so convocacao por familia
      *>------------------------------------------------------------------------
       consulta-familia section.

           display erase
           display "------ Familia (alunos do mesmo responsavel) ------"
           display "CPF do responsavel (enter = pelo codigo de um aluno): "
           move spaces to ws-rsp-cpf
           accept ws-rsp-cpf

      *>    sem CPF, parte do responsavel financeiro/legal do aluno
           if ws-rsp-cpf = spaces then
               display "Codigo do aluno: "
               accept ws-cod
               perform localiza-resp-principal
               if ws-rsp-achou = "S" then
                   move rsp-cpf to ws-rsp-cpf
               else
                   display "Aluno sem responsavel financeiro/legal vinculado."
               end-if
           end-if

           if ws-rsp-cpf <> spaces then
               move ws-rsp-cpf to rsp-cpf
               read arqResponsavel
               if ws-fs-arqResponsavel = 23 then
                   display "Responsavel nao cadastrado!"
               else
                   if ws-fs-arqResponsavel <> 0 then
                       move 61                                      to ws-msn-erro-ofsset
                       move ws-fs-arqResponsavel                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqResponsavel "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   perform exibe-responsavel
                   perform lista-familia
               end-if
           end-if

           display "Pressione enter para continuar"
           accept ws-sair
           .
       consulta-familia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mostra na tela o responsavel corrente de rsp-registro
      *>------------------------------------------------------------------------
       exibe-responsavel section.

           display "CPF        : " rsp-cpf
           display "Nome       : " rsp-nome
           display "Parentesco : " rsp-parentesco
           display "Telefones  : " rsp-telefone1 " / " rsp-telefone2
           display "E-mail     : " rsp-email
           display "Endereco   : " rsp-endereco
           .
       exibe-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista os alunos vinculados ao responsavel rsp-cpf pela chave
      *>  CPF + aluno de arqAlunoResp
      *>------------------------------------------------------------------------
       lista-familia section.

           move 0 to ws-rsp-qtd
           move rsp-cpf     to alr-resp-cpf
           move low-values  to alr-resp-cod

           start arqAlunoResp key is >= alr-chave-resp
               invalid key
                   move 10 to ws-fs-arqAlunoResp
           end-start

           display "  "
           display "Alunos vinculados:"

           perform until ws-fs-arqAlunoResp = 10
                      or ws-fs-arqAlunoResp = 23

               read arqAlunoResp next

               if  ws-fs-arqAlunoResp <> 0
               and ws-fs-arqAlunoResp <> 10 then
                   move 61                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunoResp                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunoResp "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAlunoResp = 0 then
                   if alr-resp-cpf = rsp-cpf then
                       add 1 to ws-rsp-qtd
                       move alr-cod to fd-cod
                       read arqCadAluno
                       if ws-fs-arqCadAluno = 0 then
                           evaluate fd-sit-matricula
                               when "T"
                                   move "TRANCADA"    to ws-rsp-sit
                               when "F"
                                   move "TRANSFERIDO" to ws-rsp-sit
                               when other
                                   move "ATIVA"       to ws-rsp-sit
                           end-evaluate
                           display "  " fd-cod " " fd-aluno " turma "
                                   fd-turma-cod "/" fd-turma-ano-letivo " "
                                   ws-rsp-sit
                       else
                           if ws-fs-arqCadAluno <> 23 then
                               move 61                                  to ws-msn-erro-ofsset
                               move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                               move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           display "  " alr-cod " (aluno excluido do cadastro)"
                       end-if
                       if alr-financeiro = "S" then
                           display "      responsavel financeiro/legal"
                       end-if
                   else
                       move 10 to ws-fs-arqAlunoResp
                   end-if
               end-if

           end-perform

           display ws-rsp-qtd " aluno(s) vinculado(s)."
           .
       lista-familia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Vincula, desvincula ou troca o responsavel financeiro/legal do
      *>  aluno de ws-alunos
      *>------------------------------------------------------------------------
       vincula-responsaveis section.

           move spaces to ws-rsp-opcao
           perform until ws-rsp-opcao = "F"
                      or ws-rsp-opcao = "f"

               perform lista-responsaveis-aluno

               display "  "
               display "'V'incular, 'D'esvincular, 'P'rincipal (financeiro/legal) ou 'F'im: "
               accept ws-rsp-opcao

               evaluate ws-rsp-opcao
                   when "V"
                   when "v"
                       display "CPF do responsavel: "
                       move spaces to ws-rsp-cpf
                       accept ws-rsp-cpf
                       move ws-rsp-cpf to rsp-cpf
                       read arqResponsavel
                       if ws-fs-arqResponsavel = 23 then
                           display "Responsavel nao cadastrado! Use 'CR' para cadastra-lo."
                       else
                           if ws-fs-arqResponsavel <> 0 then
                               move 61                                  to ws-msn-erro-ofsset
                               move ws-fs-arqResponsavel                to ws-msn-erro-cod
                               move "Erro ao ler arq. arqResponsavel "  to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           display "Responsavel financeiro/legal do aluno? 'S'im ou 'N'ao"
                           accept ws-rsp-financeiro
                           move function upper-case(ws-rsp-financeiro)
                                                    to ws-rsp-financeiro
                           perform grava-vinculo-resp
                       end-if
                   when "D"
                   when "d"
                       display "CPF do responsavel: "
                       move spaces to ws-rsp-cpf
                       accept ws-rsp-cpf
                       move ws-cod     to alr-cod
                       move ws-rsp-cpf to alr-cpf
                       read arqAlunoResp
                       if ws-fs-arqAlunoResp = 23 then
                           display "Responsavel nao vinculado a esse aluno."
                       else
                           if ws-fs-arqAlunoResp <> 0 then
                               move 61                                  to ws-msn-erro-ofsset
                               move ws-fs-arqAlunoResp                  to ws-msn-erro-cod
                               move "Erro ao ler arq. arqAlunoResp "    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           move alr-registro to ws-jrn-antes
                           delete arqAlunoResp
                           if ws-fs-arqAlunoResp <> 0 then
                               move 61                                  to ws-msn-erro-ofsset
                               move ws-fs-arqAlunoResp                  to ws-msn-erro-cod
                               move "Erro ao deletar arq. arqAlunoResp " to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           move "EXCLUSAO"     to ws-jrn-operacao
                           move "arqAlunoResp" to ws-jrn-arquivo
                           move ws-cod         to ws-jrn-cod
                           move spaces         to ws-jrn-depois
                           perform grava-journal
                           display "Vinculo removido."
                       end-if
                   when "P"
                   when "p"
                       display "CPF do responsavel: "
                       move spaces to ws-rsp-cpf
                       accept ws-rsp-cpf
                       move ws-cod     to alr-cod
                       move ws-rsp-cpf to alr-cpf
                       read arqAlunoResp
                       if ws-fs-arqAlunoResp = 23 then
                           display "Responsavel nao vinculado a esse aluno."
                       else
                           if ws-fs-arqAlunoResp <> 0 then
                               move 61                                  to ws-msn-erro-ofsset
                               move ws-fs-arqAlunoResp                  to ws-msn-erro-cod
                               move "Erro ao ler arq. arqAlunoResp "    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           perform marca-resp-principal
                           display "Responsavel financeiro/legal atualizado."
                       end-if
                   when "F"
                   when "f"
                       continue
                   when other
                       display "Opcao invalida!"
               end-evaluate

           end-perform
           .
       vincula-responsaveis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o vinculo do aluno ws-cod com o responsavel ws-rsp-cpf
      *>  (ws-rsp-financeiro = "S" torna-o o responsavel financeiro/legal)
      *>------------------------------------------------------------------------
       grava-vinculo-resp section.

           move ws-cod     to alr-cod
           move ws-rsp-cpf to alr-cpf
           move ws-rsp-cpf to alr-resp-cpf
           move ws-cod     to alr-resp-cod
           move "N"        to alr-financeiro
           accept alr-data from date yyyymmdd

           write alr-registro
           if ws-fs-arqAlunoResp = 22 then
               display "Responsavel ja vinculado a esse aluno."
           else
               if ws-fs-arqAlunoResp <> 0 then
                   move 61                                      to ws-msn-erro-ofsset
                   move ws-fs-arqAlunoResp                      to ws-msn-erro-cod
                   move "Erro ao escrever arq. arqAlunoResp "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "INCLUSAO"     to ws-jrn-operacao
               move "arqAlunoResp" to ws-jrn-arquivo
               move ws-cod         to ws-jrn-cod
               move spaces         to ws-jrn-antes
               move alr-registro   to ws-jrn-depois
               perform grava-journal
               display "Responsavel " rsp-nome " vinculado ao aluno " ws-cod "."
           end-if

           if ws-rsp-financeiro = "S" then
               perform marca-resp-principal
           end-if
           .
       grava-vinculo-resp-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca ws-rsp-cpf como responsavel financeiro/legal do aluno
      *>  ws-cod e desmarca os demais vinculos do aluno (um so por aluno)
      *>------------------------------------------------------------------------
       marca-resp-principal section.

           move ws-cod     to alr-cod
           move low-values to alr-cpf

           start arqAlunoResp key is >= alr-chave
               invalid key
                   move 10 to ws-fs-arqAlunoResp
           end-start

           perform until ws-fs-arqAlunoResp = 10
                      or ws-fs-arqAlunoResp = 23

               read arqAlunoResp next

               if  ws-fs-arqAlunoResp <> 0
               and ws-fs-arqAlunoResp <> 10 then
                   move 61                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunoResp                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunoResp "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAlunoResp = 0 then
                   if alr-cod = ws-cod then
                       move alr-registro to ws-jrn-antes
                       if alr-cpf = ws-rsp-cpf then
                           move "S" to ws-rsp-financeiro
                       else
                           move "N" to ws-rsp-financeiro
                       end-if
                       if alr-financeiro <> ws-rsp-financeiro then
                           move ws-rsp-financeiro to alr-financeiro
                           rewrite alr-registro
                           if ws-fs-arqAlunoResp <> 0 then
                               move 61                                      to ws-msn-erro-ofsset
                               move ws-fs-arqAlunoResp                      to ws-msn-erro-cod
                               move "Erro ao alterar arq. arqAlunoResp "    to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           move "ALTERACAO"    to ws-jrn-operacao
                           move "arqAlunoResp" to ws-jrn-arquivo
                           move ws-cod         to ws-jrn-cod
                           move alr-registro   to ws-jrn-depois
                           perform grava-journal
                       end-if
                   else
                       move 10 to ws-fs-arqAlunoResp
                   end-if
               end-if

           end-perform
           .
       marca-resp-principal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista na tela os responsaveis vinculados ao aluno ws-cod
      *>------------------------------------------------------------------------
       lista-responsaveis-aluno section.

           move 0          to ws-rsp-qtd
           move ws-cod     to alr-cod
           move low-values to alr-cpf

           start arqAlunoResp key is >= alr-chave
               invalid key
                   move 10 to ws-fs-arqAlunoResp
           end-start

           perform until ws-fs-arqAlunoResp = 10
                      or ws-fs-arqAlunoResp = 23

               read arqAlunoResp next

               if  ws-fs-arqAlunoResp <> 0
               and ws-fs-arqAlunoResp <> 10 then
                   move 61                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunoResp                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunoResp "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAlunoResp = 0 then
                   if alr-cod = ws-cod then
                       add 1 to ws-rsp-qtd
                       move alr-cpf to rsp-cpf
                       perform le-responsavel
                       if alr-financeiro = "S" then
                           display "Responsavel: " rsp-cpf " " rsp-nome " "
                                   rsp-parentesco " " rsp-telefone1
                                   " (financeiro/legal)"
                       else
                           display "Responsavel: " rsp-cpf " " rsp-nome " "
                                   rsp-parentesco " " rsp-telefone1
                       end-if
                   else
                       move 10 to ws-fs-arqAlunoResp
                   end-if
               end-if

           end-perform

           if ws-rsp-qtd = 0 then
               display "Responsavel: nenhum vinculado ('CR' para cadastrar/vincular)"
           end-if
           .
       lista-responsaveis-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o responsavel de rsp-cpf (nome em branco se nao cadastrado)
      *>------------------------------------------------------------------------
       le-responsavel section.

           read arqResponsavel
           if ws-fs-arqResponsavel = 23 then
               move spaces to rsp-nome
               move spaces to rsp-parentesco
               move spaces to rsp-telefone1
               move spaces to rsp-telefone2
               move spaces to rsp-email
               move spaces to rsp-endereco
           else
               if ws-fs-arqResponsavel <> 0 then
                   move 61                                      to ws-msn-erro-ofsset
                   move ws-fs-arqResponsavel                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqResponsavel "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       le-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Destinatario das cartas do aluno ws-cod: o responsavel
      *>  financeiro/legal vinculado (ws-rsp-achou = "S", rsp-registro
      *>  lido) ou, sem vinculo, a mae/o pai e o contato do cadastro do
      *>  aluno em ws-alunos
      *>------------------------------------------------------------------------
       localiza-resp-principal section.

           move "N" to ws-rsp-achou
           move ws-cod     to alr-cod
           move low-values to alr-cpf

           start arqAlunoResp key is >= alr-chave
               invalid key
                   move 10 to ws-fs-arqAlunoResp
           end-start

           perform until ws-fs-arqAlunoResp = 10
                      or ws-fs-arqAlunoResp = 23

               read arqAlunoResp next

               if  ws-fs-arqAlunoResp <> 0
               and ws-fs-arqAlunoResp <> 10 then
                   move 61                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAlunoResp                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqAlunoResp "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqAlunoResp = 0 then
                   if alr-cod = ws-cod then
                       if alr-financeiro = "S" then
                           move alr-cpf to rsp-cpf
                           perform le-responsavel
                           if rsp-nome <> spaces then
                               move "S" to ws-rsp-achou
                           end-if
                           move 10 to ws-fs-arqAlunoResp
                       end-if
                   else
                       move 10 to ws-fs-arqAlunoResp
                   end-if
               end-if

           end-perform

           if ws-rsp-achou = "S" then
               move rsp-nome      to ws-rsp-dest-nome
               move rsp-endereco  to ws-rsp-dest-endereco
               move rsp-telefone1 to ws-rsp-dest-telefone
               if ws-rsp-dest-endereco = spaces then
                   move ws-endereco to ws-rsp-dest-endereco
               end-if
           else
      *>        aluno sem vinculo: a carta vai a mae e, na falta dela, ao pai
               if ws-mae <> spaces then
                   move ws-mae to ws-rsp-dest-nome
               else
                   move ws-pai to ws-rsp-dest-nome
               end-if
               move ws-endereco to ws-rsp-dest-endereco
               move ws-telefone to ws-rsp-dest-telefone
           end-if
           .
       localiza-resp-principal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  CA: responsavel ja cadastrado informado pelo CPF; preenche mae/pai,
      *>  telefone e endereco do aluno a partir do cadastro do responsavel
      *>  (ws-rsp-cpf-ca fica com o CPF a vincular depois da inclusao)
      *>------------------------------------------------------------------------
       ca-busca-responsavel section.

           move spaces to ws-rsp-cpf-ca
           move ws-rsp-cpf to rsp-cpf
           read arqResponsavel
           if ws-fs-arqResponsavel = 23 then
               display "Responsavel nao cadastrado ('CR' para cadastrar). Informe os dados:"
           else
               if ws-fs-arqResponsavel <> 0 then
                   move 61                                      to ws-msn-erro-ofsset
                   move ws-fs-arqResponsavel                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqResponsavel "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move rsp-cpf to ws-rsp-cpf-ca
               display "Responsavel: " rsp-nome " (" rsp-parentesco ")"
               move spaces to ws-mae
               move spaces to ws-pai
               if rsp-parentesco(1:3) = "PAI" then
                   move rsp-nome to ws-pai
               else
                   if rsp-parentesco(1:3) = "MAE" then
                       move rsp-nome to ws-mae
                   end-if
               end-if
               move rsp-telefone1 to ws-telefone
               if ws-endereco = spaces then
                   move rsp-endereco to ws-endereco
               end-if
           end-if
           .
       ca-busca-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o CPF de ws-rsp-cpf (11 digitos e digitos verificadores);
      *>  ws-rsp-cpf-ok = "S" quando valido
      *>------------------------------------------------------------------------
       valida-cpf section.

           move "N" to ws-rsp-cpf-ok

           if  ws-rsp-cpf is numeric
           and ws-rsp-cpf <> all "0"
           and ws-rsp-cpf <> all "1"
           and ws-rsp-cpf <> all "2"
           and ws-rsp-cpf <> all "3"
           and ws-rsp-cpf <> all "4"
           and ws-rsp-cpf <> all "5"
           and ws-rsp-cpf <> all "6"
           and ws-rsp-cpf <> all "7"
           and ws-rsp-cpf <> all "8"
           and ws-rsp-cpf <> all "9" then
      *>        primeiro digito: pesos 10 a 2 sobre os 9 primeiros
               move 0 to ws-rsp-soma
               perform varying ws-rsp-i from 1 by 1 until ws-rsp-i > 9
                   compute ws-rsp-soma = ws-rsp-soma
                         + ws-rsp-cpf-dig(ws-rsp-i) * (11 - ws-rsp-i)
               end-perform
               compute ws-rsp-dv = function mod(ws-rsp-soma * 10, 11)
               if ws-rsp-dv = 10 then
                   move 0 to ws-rsp-dv
               end-if
               if ws-rsp-dv = ws-rsp-cpf-dig(10) then
      *>            segundo digito: pesos 11 a 2 sobre os 10 primeiros
                   move 0 to ws-rsp-soma
                   perform varying ws-rsp-i from 1 by 1 until ws-rsp-i > 10
                       compute ws-rsp-soma = ws-rsp-soma
                             + ws-rsp-cpf-dig(ws-rsp-i) * (12 - ws-rsp-i)
                   end-perform
                   compute ws-rsp-dv = function mod(ws-rsp-soma * 10, 11)
                   if ws-rsp-dv = 10 then
                       move 0 to ws-rsp-dv
                   end-if
                   if ws-rsp-dv = ws-rsp-cpf-dig(11) then
                       move "S" to ws-rsp-cpf-ok
                   end-if
               end-if
           end-if
           .
       valida-cpf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Documentos do aluno: declaracao de matricula, declaracao de
      *>  frequencia e guia de transferencia, numerados e com codigo de
      *>  verificacao, registrados em arqDocumento (documentoEscolar.txt)
      *>------------------------------------------------------------------------
       documentos-aluno section.

           perform until ws-sair = "V"
                      or ws-sair = "v"

           display erase
           display "------ Documentos do aluno ------"
           display "'M' - Declaracao de matricula"
           display "'Q' - Declaracao de frequencia"
           display "'G' - Guia de transferencia"
           display "'A'utenticidade - consultar documento pelo numero"
           accept ws-doc-opcao

           evaluate ws-doc-opcao
               when "M"
               when "m"
                   move "M" to ws-doc-tipo
                   perform emite-documento
               when "Q"
               when "q"
                   move "Q" to ws-doc-tipo
                   perform emite-documento
               when "G"
               when "g"
                   move "G" to ws-doc-tipo
                   perform emite-documento
               when "A"
               when "a"
                   perform verifica-documento
               when other
                   display "Opcao invalida!"
           end-evaluate

           display "  "
           display "Deseja continuar em documentos? 'S'im ou 'V'oltar"
           accept ws-sair

           end-perform
           .
       documentos-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Emite o documento ws-doc-tipo para um aluno: confere a situacao
      *>  de matricula, numera, registra e imprime
      *>------------------------------------------------------------------------
       emite-documento section.

           move "S" to ws-doc-ok

           display "Codigo do aluno: "
           accept ws-cod
           move ws-cod to fd-cod
           read arqCadAluno
           if ws-fs-arqCadAluno = 23 then
               display "Codigo informado invalido!"
               move "N" to ws-doc-ok
           else
               if ws-fs-arqCadAluno <> 0 then
                   move 62                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                   to ws-msn-erro-cod
                   move "Erro ao ler arq. arqCadAluno "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform copia-fd-para-ws
           end-if

           if ws-doc-ok = "S" then
               evaluate ws-doc-tipo
                   when "M"
                       if  ws-sit-matricula = "T"
                       or  ws-sit-matricula = "F" then
                           display "Matricula do aluno nao esta ativa: declaracao nao emitida."
                           move "N" to ws-doc-ok
                       end-if
                   when "Q"
                       if ws-turma-cod = spaces then
                           display "Aluno sem turma atribuida: nao ha frequencia a declarar."
                           move "N" to ws-doc-ok
                       end-if
                   when "G"
      *>                a guia so sai para aluno ja transferido ('SM')
                       if ws-sit-matricula <> "F" then
                           display "Aluno nao esta transferido: use 'SM' antes de emitir a guia."
                           move "N" to ws-doc-ok
                       end-if
               end-evaluate
           end-if

           if ws-doc-ok = "S" then
               move spaces to ws-doc-turma-desc
               if ws-turma-cod <> spaces then
                   move ws-turma-cod        to trm-cod
                   move ws-turma-ano-letivo to trm-ano-letivo
                   read arqTurma
                   if ws-fs-arqTurma = 0 then
                       move trm-descricao to ws-doc-turma-desc
                   else
                       if ws-fs-arqTurma <> 23 then
                           move 62                              to ws-msn-erro-ofsset
                           move ws-fs-arqTurma                  to ws-msn-erro-cod
                           move "Erro ao ler arq. arqTurma "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
                   perform calcula-boletim
               else
                   perform conta-faltas
               end-if

               perform registra-documento
               perform imprime-documento

               display "Documento " ws-doc-numero " emitido - codigo de verificacao "
                       ws-doc-verif "."
               display "Impressao em documentoEscolar.txt."
           end-if
           .
       emite-documento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Proximo numero de controle (registro de controle de numero zero
      *>  em arqDocumento), codigo de verificacao e gravacao do registro
      *>  do documento
      *>------------------------------------------------------------------------
       registra-documento section.

           move zero to doc-ctl-numero
           read arqDocumento
           if ws-fs-arqDocumento = 23 then
               initialize doc-controle
               move 1 to doc-ctl-ultimo
               write doc-controle
           else
               if ws-fs-arqDocumento <> 0 then
                   move 62                                  to ws-msn-erro-ofsset
                   move ws-fs-arqDocumento                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDocumento "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to doc-ctl-ultimo
               rewrite doc-controle
           end-if
           if ws-fs-arqDocumento <> 0 then
               move 62                                  to ws-msn-erro-ofsset
               move ws-fs-arqDocumento                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDocumento " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move doc-ctl-ultimo to ws-doc-numero

           accept ws-doc-data from date yyyymmdd
           accept ws-doc-hora from time
      *>    codigo de verificacao: embaralha numero, data e hora da emissao;
      *>    fica gravado no registro para a conferencia da autenticidade
           compute ws-doc-verif =
               function mod(ws-doc-numero * 7919 + ws-doc-hora * 31
                            + ws-doc-data, 99999989)

           initialize doc-registro
           move ws-doc-numero       to doc-numero
           move ws-doc-tipo         to doc-tipo
           move ws-cod              to doc-cod
           move ws-aluno            to doc-aluno
           move ws-turma-cod        to doc-turma-cod
           move ws-turma-ano-letivo to doc-turma-ano-letivo
           move ws-doc-data         to doc-data
           move ws-doc-hora         to doc-hora
           move ws-login-id         to doc-operador
           move ws-doc-verif        to doc-codigo-verif

           write doc-registro
           if ws-fs-arqDocumento <> 0 then
               move 62                                      to ws-msn-erro-ofsset
               move ws-fs-arqDocumento                      to ws-msn-erro-cod
               move "Erro ao escrever arq. arqDocumento "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "INCLUSAO"     to ws-jrn-operacao
           move "arqDocumento" to ws-jrn-arquivo
           move ws-cod         to ws-jrn-cod
           move spaces         to ws-jrn-antes
           move doc-registro   to ws-jrn-depois
           perform grava-journal
           .
       registra-documento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o documento registrado em documentoEscolar.txt
      *>------------------------------------------------------------------------
       imprime-documento section.

           open output arqDocImpressao
           if ws-fs-arqDocImpressao <> 0 then
               move 62                                      to ws-msn-erro-ofsset
               move ws-fs-arqDocImpressao                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDocImpressao "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to dim-linha
           move all "=" to dim-linha(1:72)
           perform grava-dim-linha
           move spaces to dim-linha
           string "SECRETARIA ESCOLAR" delimited by size into dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           evaluate ws-doc-tipo
               when "M"
                   string "DECLARACAO DE MATRICULA                 No. "
                          ws-doc-numero
                          delimited by size into dim-linha
               when "Q"
                   string "DECLARACAO DE FREQUENCIA                No. "
                          ws-doc-numero
                          delimited by size into dim-linha
               when "G"
                   string "GUIA DE TRANSFERENCIA                   No. "
                          ws-doc-numero
                          delimited by size into dim-linha
           end-evaluate
           perform grava-dim-linha
           move spaces to dim-linha
           move all "=" to dim-linha(1:72)
           perform grava-dim-linha
           move spaces to dim-linha
           perform grava-dim-linha

           evaluate ws-doc-tipo
               when "M"
                   perform doc-texto-matricula
               when "Q"
                   perform doc-texto-frequencia
               when "G"
                   perform doc-texto-transferencia
           end-evaluate

           move spaces to dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           string "Emitido em " ws-doc-data(7:2) "/" ws-doc-data(5:2) "/"
                  ws-doc-data(1:4) " por " ws-login-id
                  delimited by size into dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           string "______________________________  Secretaria escolar"
                  delimited by size into dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           string "Documento No. " ws-doc-numero " - codigo de verificacao "
                  ws-doc-verif
                  delimited by size into dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           string "A autenticidade pode ser confirmada junto a secretaria pelo"
                  " numero do documento."
                  delimited by size into dim-linha
           perform grava-dim-linha

           close arqDocImpressao
           if ws-fs-arqDocImpressao <> 0 then
               move 62                                      to ws-msn-erro-ofsset
               move ws-fs-arqDocImpressao                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDocImpressao "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       imprime-documento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Corpo da declaracao de matricula
      *>------------------------------------------------------------------------
       doc-texto-matricula section.

           move spaces to dim-linha
           string "Declaramos, para os devidos fins, que o(a) aluno(a)"
                  delimited by size into dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           string ws-aluno ", codigo " ws-cod ","
                  delimited by size into dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           if ws-turma-cod <> spaces then
               string "esta regularmente matriculado(a) nesta escola no ano"
                      " letivo de " ws-turma-ano-letivo ","
                      delimited by size into dim-linha
               perform grava-dim-linha
               move spaces to dim-linha
               string "turma " ws-turma-cod " - " ws-doc-turma-desc "."
                      delimited by size into dim-linha
           else
               string "esta regularmente matriculado(a) nesta escola,"
                      " aguardando enturmacao."
                      delimited by size into dim-linha
           end-if
           perform grava-dim-linha
           .
       doc-texto-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Corpo da declaracao de frequencia (faltas ja contadas)
      *>------------------------------------------------------------------------
       doc-texto-frequencia section.

           move spaces to dim-linha
           string "Declaramos, para os devidos fins, que o(a) aluno(a)"
                  delimited by size into dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           string ws-aluno ", codigo " ws-cod ", da turma "
                  ws-turma-cod " - " ws-doc-turma-desc
                  delimited by size into dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           string "no ano letivo de " ws-turma-ano-letivo
                  ", registra ate esta data " ws-fal-qtd " falta(s)"
                  delimited by size into dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           if ws-fal-total-aulas > 0 then
               move ws-fal-perc-freq to ws-doc-perc-ed
               string "sobre " ws-fal-total-aulas " aula(s) previstas, com"
                      " frequencia de " ws-doc-perc-ed "%."
                      delimited by size into dim-linha
           else
               string "(total de aulas da turma nao definido)."
                      delimited by size into dim-linha
           end-if
           perform grava-dim-linha
           .
       doc-texto-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Corpo da guia de transferencia: dados do aluno, notas parciais e
      *>  frequencia do ano (boletim ja calculado)
      *>------------------------------------------------------------------------
       doc-texto-transferencia section.

           move spaces to dim-linha
           string "Aluno(a)      : " ws-aluno " (codigo " ws-cod ")"
                  delimited by size into dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           string "Mae           : " ws-mae
                  delimited by size into dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           string "Pai           : " ws-pai
                  delimited by size into dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           string "Endereco      : " ws-endereco
                  delimited by size into dim-linha
           perform grava-dim-linha
           move spaces to dim-linha
           string "Transferido em: " ws-sit-data(7:2) "/" ws-sit-data(5:2) "/"
                  ws-sit-data(1:4)
                  delimited by size into dim-linha
           perform grava-dim-linha

           move spaces to dim-linha
           if ws-turma-cod = spaces then
               string "Turma         : sem turma atribuida"
                      delimited by size into dim-linha
               perform grava-dim-linha
           else
               string "Turma         : " ws-turma-cod " / " ws-turma-ano-letivo
                      " - " ws-doc-turma-desc
                      delimited by size into dim-linha
               perform grava-dim-linha

               move spaces to dim-linha
               perform grava-dim-linha
               move spaces to dim-linha
               string "Rendimento parcial no ano letivo:"
                      delimited by size into dim-linha
               perform grava-dim-linha

               if ws-dis-qtd > 0 then
                   perform varying ws-dis-d from 1 by 1
                           until ws-dis-d > ws-dis-qtd
                       move spaces to dim-linha
                       if ws-dis-res-tem-notas(ws-dis-d) = "S" then
                           move ws-dis-res-media(ws-dis-d) to ws-doc-nota-ed
                           string "  " ws-dis-res-nome(ws-dis-d)
                                  " media parcial " ws-doc-nota-ed
                                  delimited by size into dim-linha
                       else
                           string "  " ws-dis-res-nome(ws-dis-d)
                                  " sem notas lancadas"
                                  delimited by size into dim-linha
                       end-if
                       perform grava-dim-linha
                   end-perform
               else
                   if ws-bol-sem-notas = "S" then
                       move spaces to dim-linha
                       string "  Sem notas lancadas."
                              delimited by size into dim-linha
                       perform grava-dim-linha
                   else
      *>                avaliacoes de bimestre ainda nao lancado nao
      *>                entram na media parcial e nao sao impressas
                       perform varying ws-idx from 1 by 1 until ws-idx > ws-qtd-notas
                           if ws-bol-npe-existe = "N"
                           or ws-bol-tag-tab(ws-idx) > 0 then
                               move ws-notas-tab(ws-idx) to ws-doc-nota-ed
                               move spaces to dim-linha
                               string "  Avaliacao " ws-idx ": " ws-doc-nota-ed
                                      delimited by size into dim-linha
                               perform grava-dim-linha
                           end-if
                       end-perform
                       move ws-bol-media to ws-doc-nota-ed
                       move spaces to dim-linha
                       string "  Media parcial: " ws-doc-nota-ed
                              delimited by size into dim-linha
                       perform grava-dim-linha
                   end-if
               end-if
           end-if

           move spaces to dim-linha
           if ws-fal-total-aulas > 0 then
               move ws-fal-perc-freq to ws-doc-perc-ed
               string "Frequencia    : " ws-fal-qtd " falta(s) em "
                      ws-fal-total-aulas " aula(s) - " ws-doc-perc-ed "%"
                      delimited by size into dim-linha
           else
               string "Frequencia    : " ws-fal-qtd " falta(s)"
                      delimited by size into dim-linha
           end-if
           perform grava-dim-linha
           .
       doc-texto-transferencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consulta de autenticidade: registro do documento pelo numero e
      *>  conferencia do codigo de verificacao informado
      *>------------------------------------------------------------------------
       verifica-documento section.

           display "Numero do documento: "
           move 0 to ws-doc-numero
           accept ws-doc-numero

           if ws-doc-numero = 0 then
               display "Numero invalido!"
           else
               move ws-doc-numero to doc-numero
               read arqDocumento
               if ws-fs-arqDocumento = 23 then
                   display "Documento " ws-doc-numero " NAO consta no registro da escola."
               else
                   if ws-fs-arqDocumento <> 0 then
                       move 62                                  to ws-msn-erro-ofsset
                       move ws-fs-arqDocumento                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDocumento "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   evaluate doc-tipo
                       when "M"
                           display "Tipo      : Declaracao de matricula"
                       when "Q"
                           display "Tipo      : Declaracao de frequencia"
                       when "G"
                           display "Tipo      : Guia de transferencia"
                   end-evaluate
                   display "Aluno     : " doc-cod " " doc-aluno
                   display "Turma     : " doc-turma-cod " / " doc-turma-ano-letivo
                   display "Emissao   : " doc-data(7:2) "/" doc-data(5:2) "/"
                           doc-data(1:4) " por " doc-operador
                   display "Codigo de verificacao informado (enter = nao conferir): "
                   move 0 to ws-doc-verif
                   accept ws-doc-verif
                   if ws-doc-verif <> 0 then
                       if ws-doc-verif = doc-codigo-verif then
                           display "Codigo confere: documento AUTENTICO."
                       else
                           display "Codigo NAO confere com o registro do documento!"
                       end-if
                   end-if
               end-if
           end-if
           .
       verifica-documento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava dim-linha na impressao do documento
      *>------------------------------------------------------------------------
       grava-dim-linha section.

           write dim-linha
           if ws-fs-arqDocImpressao <> 0 then
               move 62                                      to ws-msn-erro-ofsset
               move ws-fs-arqDocImpressao                   to ws-msn-erro-cod
               move "Erro ao escrever arq. arqDocImpressao " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-dim-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Atribui ao aluno em inclusao a proxima matricula livre do ano
      *>  corrente; pula numeros ja ocupados (alunos vindos da secretaria)
      *>------------------------------------------------------------------------
       atribui-matricula section.

           accept ws-mat-hoje from date yyyymmdd
           move ws-mat-hoje(1:4) to ws-mat-ano
           move "N" to ws-mat-livre

           perform until ws-mat-livre = "S"
               perform proxima-matricula
               move ws-mat-numero to fd-cod
               read arqCadAluno
               if ws-fs-arqCadAluno = 23 then
                   move "S" to ws-mat-livre
               else
                   if ws-fs-arqCadAluno <> 0 then
                       move 63                                   to ws-msn-erro-ofsset
                       move ws-fs-arqCadAluno                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           move ws-mat-numero to ws-cod
           .
       atribui-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Proxima sequencia de matricula do ano ws-mat-ano; devolve o
      *>  numero completo (ano + sequencia) em ws-mat-numero
      *>------------------------------------------------------------------------
       proxima-matricula section.

           move ws-mat-ano to smt-ano
           read arqSeqMatricula
           if ws-fs-arqSeqMatricula = 23 then
               move ws-mat-ano to smt-ano
               move 1          to smt-ultimo
               accept smt-data from date yyyymmdd
               write smt-registro
           else
               if ws-fs-arqSeqMatricula <> 0 then
                   move 63                                   to ws-msn-erro-ofsset
                   move ws-fs-arqSeqMatricula                to ws-msn-erro-cod
                   move "Erro ao ler arq. arqSeqMatricula "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if smt-ultimo = 9999 then
                   move 63                                   to ws-msn-erro-ofsset
                   move ws-fs-arqSeqMatricula                to ws-msn-erro-cod
                   move "Sequencia de matricula do ano esgotada "
                                                             to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to smt-ultimo
               accept smt-data from date yyyymmdd
               rewrite smt-registro
           end-if

           if ws-fs-arqSeqMatricula <> 0 then
               move 63                                   to ws-msn-erro-ofsset
               move ws-fs-arqSeqMatricula                to ws-msn-erro-cod
               move "Erro ao gravar arq. arqSeqMatricula " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move smt-ano    to ws-mat-ano
           move smt-ultimo to ws-mat-seq
           .
       proxima-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conversao unica do codigo do aluno (3 posicoes) para a matricula
      *>  (ano de ingresso + sequencia). Monta o de-para, regrava no
      *>  leiaute novo cada arquivo que guarda o codigo - inclusive o
      *>  diario, o arquivo morto e as geracoes de backup - e imprime a
      *>  reconciliacao de registros antes/depois por arquivo. Cada
      *>  original fica guardado com a extensao .ant; uma conversao
      *>  interrompida e refeita a partir dessas copias. Roda antes da
      *>  abertura normal dos arquivos (argumento CONVERTE)
      *>------------------------------------------------------------------------
       converte-matricula section.

           display "------ Conversao do codigo do aluno para matricula ------"

           accept ws-cnv-hoje from date yyyymmdd
           accept ws-cnv-hora from time
           move ws-cnv-hoje(1:4) to ws-cnv-ano-padrao

      *>    a marca so e gravada ao final de uma conversao completa:
      *>    nunca converte duas vezes os mesmos arquivos
           open input arqCnvConcluida
           if ws-fs-arqCnvConcluida = 0 then
               close arqCnvConcluida
               display "Conversao ja realizada (conversaoMatricula.ok existe)."
               display "Nenhum arquivo foi alterado."
           else
               if ws-fs-arqCnvConcluida <> 35 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCnvConcluida                to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCnvConcluida " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform cnv-restaura-originais
               perform cnv-abre-controles
               perform cnv-monta-depara
               perform cnv-converte-arquivos
               perform cnv-fecha-controles
               perform cnv-grava-conclusao

               call "CBL_DELETE_FILE" using ws-cnv-nome-temp
                   returning ws-cnv-retorno
               end-call

               display "  "
               display "Arquivos convertidos : " ws-cnv-qtd-arquivos
               display "Matriculas atribuidas: " ws-cnv-qtd-depara
               if ws-cnv-qtd-divergentes = 0 then
                   display "Reconciliacao OK: nenhum registro foi perdido."
               else
                   display "ATENCAO: divergencia na reconciliacao de "
                           ws-cnv-qtd-divergentes " arquivo(s)!"
               end-if
               display "Originais guardados com a extensao .ant"
               display "Detalhes em conversaoMatricula.txt"
           end-if
           .
       converte-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conversao interrompida (sem a marca de concluida): volta cada
      *>  original guardado em .ant ao seu nome e descarta as sequencias
      *>  de matricula atribuidas pela tentativa anterior, para que a
      *>  conversao seja refeita desde o inicio
      *>------------------------------------------------------------------------
       cnv-restaura-originais section.

           move 0   to ws-cnv-qtd-restaurados
           move "S" to ws-cnv-restaurando

           move "arqCadAluno.txt"        to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           move "arqAlunoExcluido.txt"   to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           move "arqHistorico.txt"       to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           move "arqFaltas.txt"          to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           move "arqNotasDisc.txt"       to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           move "arqNotaPeriodo.txt"     to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           move "arqConselho.txt"        to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           move "arqRetSolicitacao.txt"  to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           move "arqRetificacoes.txt"    to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           move "arqBuscaAtiva.txt"      to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           move "arqEspera.txt"          to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           move "arqAlunoResp.txt"       to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           move "arqDocumentos.txt"      to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           move "arqJournal.txt"         to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           perform cnv-arquivos-mortos
           perform cnv-backups
           move "arqNotasBatch.txt"      to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo
           move "arqCheckpointNotas.txt" to ws-cnv-nome-arquivo
           perform cnv-restaura-arquivo

           move "N" to ws-cnv-restaurando

           if ws-cnv-qtd-restaurados > 0 then
               display "Conversao anterior interrompida: "
                       ws-cnv-qtd-restaurados
                       " arquivo(s) restaurado(s) da copia .ant"
           end-if

      *>    o de-para e criado antes do controle de sequencias: se ele
      *>    existe, as sequencias tambem sao da tentativa interrompida
           open input arqDePara
           if ws-fs-arqDePara = 0 then
               close arqDePara
               call "CBL_DELETE_FILE" using "arqSeqMatricula.txt"
                   returning ws-cnv-retorno
               end-call
               display "Sequencias de matricula da tentativa anterior descartadas."
           else
               if ws-fs-arqDePara <> 35 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqDePara                      to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDePara "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       cnv-restaura-originais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Se existe a copia .ant de ws-cnv-nome-arquivo, ela e o original:
      *>  o arquivo com o nome normal pode estar pela metade ou ja no
      *>  leiaute novo e e substituido pela copia
      *>------------------------------------------------------------------------
       cnv-restaura-arquivo section.

           perform cnv-monta-nome-anterior
           move ws-cnv-nome-anterior to ws-cnv-nome-entrada
           perform cnv-abre-entrada

           if ws-cnv-existe = "S" then
               perform cnv-fecha-entrada

               call "CBL_DELETE_FILE" using ws-cnv-nome-arquivo
                   returning ws-cnv-retorno
               end-call
               call "CBL_RENAME_FILE" using ws-cnv-nome-anterior
                                            ws-cnv-nome-arquivo
                   returning ws-cnv-retorno
               end-call
               if ws-cnv-retorno <> 0 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-cnv-retorno                       to ws-msn-erro-cod
                   move spaces                               to ws-msn-erro-text
                   string "Erro ao restaurar " delimited by size
                          ws-cnv-nome-anterior delimited by space
                          into ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               add 1 to ws-cnv-qtd-restaurados
               display "  Restaurado " ws-cnv-nome-arquivo
           end-if
           .
       cnv-restaura-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o original de ws-cnv-nome-arquivo com a extensao .ant
      *>  antes de regrava-lo no leiaute novo
      *>------------------------------------------------------------------------
       cnv-salva-original section.

           perform cnv-monta-nome-anterior
           call "CBL_RENAME_FILE" using ws-cnv-nome-arquivo
                                        ws-cnv-nome-anterior
               returning ws-cnv-retorno
           end-call
           if ws-cnv-retorno <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-cnv-retorno                       to ws-msn-erro-cod
               move spaces                               to ws-msn-erro-text
               string "Erro ao guardar " delimited by size
                      ws-cnv-nome-arquivo delimited by space
                      into ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       cnv-salva-original-exit.
           exit.

       cnv-monta-nome-anterior section.

           move spaces to ws-cnv-nome-anterior
           string ws-cnv-nome-arquivo delimited by space
                  ".ant"              delimited by size
                  into ws-cnv-nome-anterior
           .
       cnv-monta-nome-anterior-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Marca de conversao concluida, gravada depois de todos os
      *>  arquivos e do relatorio
      *>------------------------------------------------------------------------
       cnv-grava-conclusao section.

           open output arqCnvConcluida
           if ws-fs-arqCnvConcluida <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqCnvConcluida                to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCnvConcluida " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to cvk-linha
           string "Conversao para matricula concluida em "
                  ws-cnv-hoje(7:2) "/" ws-cnv-hoje(5:2) "/" ws-cnv-hoje(1:4)
                  " " ws-cnv-hora(1:2) ":" ws-cnv-hora(3:2)
                  ": " ws-cnv-qtd-arquivos " arquivo(s), "
                  ws-cnv-qtd-depara " matricula(s)"
                  delimited by size into cvk-linha
           write cvk-linha
           if ws-fs-arqCnvConcluida <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqCnvConcluida                to ws-msn-erro-cod
               move "Erro ao gravar arq. arqCnvConcluida " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCnvConcluida
           if ws-fs-arqCnvConcluida <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqCnvConcluida                to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCnvConcluida " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       cnv-grava-conclusao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cria o de-para, abre o controle de sequencias e o relatorio
      *>------------------------------------------------------------------------
       cnv-abre-controles section.

           open output arqDePara
           if ws-fs-arqDePara <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqDePara                      to ws-msn-erro-cod
               move "Erro ao criar arq. arqDePara "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqDePara
           open i-o arqDePara
           if ws-fs-arqDePara <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqDePara                      to ws-msn-erro-cod
               move "Erro ao abrir arq. arqDePara "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open i-o arqSeqMatricula
           if ws-fs-arqSeqMatricula = 35 then
               open output arqSeqMatricula
               close arqSeqMatricula
               open i-o arqSeqMatricula
           end-if
           if  ws-fs-arqSeqMatricula <> 0
           and ws-fs-arqSeqMatricula <> 05 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqSeqMatricula                to ws-msn-erro-cod
               move "Erro ao abrir arq. arqSeqMatricula " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqCnvRelatorio
           if ws-fs-arqCnvRelatorio <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqCnvRelatorio                to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCnvRelatorio " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move 0   to ws-cnv-qtd-arquivos
           move 0   to ws-cnv-qtd-divergentes

           move spaces to cvm-linha
           string "CONVERSAO DO CODIGO DO ALUNO PARA MATRICULA - "
                  ws-cnv-hoje(7:2) "/" ws-cnv-hoje(5:2) "/" ws-cnv-hoje(1:4)
                  " " ws-cnv-hora(1:2) ":" ws-cnv-hora(3:2)
                  delimited by size into cvm-linha
           perform grava-cvm-linha
           move spaces to cvm-linha
           perform grava-cvm-linha
           move spaces to cvm-linha
           string "Arquivo                             Antes     Depois  "
                  "Situacao"
                  delimited by size into cvm-linha
           perform grava-cvm-linha
           .
       cnv-abre-controles-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais, lista do de-para e fechamento dos arquivos de controle
      *>------------------------------------------------------------------------
       cnv-fecha-controles section.

           move spaces to cvm-linha
           perform grava-cvm-linha
           move spaces to cvm-linha
           string "Arquivos: " ws-cnv-qtd-arquivos
                  "   Divergentes: " ws-cnv-qtd-divergentes
                  delimited by size into cvm-linha
           perform grava-cvm-linha
           move spaces to cvm-linha
           if ws-cnv-qtd-divergentes = 0 then
               move "Reconciliacao OK: nenhum registro foi perdido."
                                                         to cvm-linha
           else
               move "ATENCAO: divergencia na reconciliacao!" to cvm-linha
           end-if
           perform grava-cvm-linha

           move spaces to cvm-linha
           perform grava-cvm-linha
           move spaces to cvm-linha
           string "De-para gravado em arqDeParaMatricula.txt: "
                  ws-cnv-qtd-depara " matricula(s), "
                  ws-cnv-qtd-sem-cadastro " fora do cadastro atual"
                  delimited by size into cvm-linha
           perform grava-cvm-linha
           move spaces to cvm-linha
           string "(origem: A = cadastro, E = excluido, H = so no historico,"
                  " O = outros arquivos)"
                  delimited by size into cvm-linha
           perform grava-cvm-linha
           move spaces to cvm-linha
           perform grava-cvm-linha
           move "Codigo  Matricula  Origem  Aluno" to cvm-linha
           perform grava-cvm-linha

           move low-values to dpm-cod-antigo
           start arqDePara key is >= dpm-cod-antigo
               invalid key
                   move 10 to ws-fs-arqDePara
           end-start

           perform until ws-fs-arqDePara = 10
               read arqDePara next
               if  ws-fs-arqDePara <> 0
               and ws-fs-arqDePara <> 10 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqDePara                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDePara "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-fs-arqDePara = 0 then
                   move spaces to cvm-linha
                   string dpm-cod-antigo "     " dpm-matricula "   "
                          dpm-origem "       " dpm-aluno
                          delimited by size into cvm-linha
                   perform grava-cvm-linha
               end-if
           end-perform

           close arqDePara
           if ws-fs-arqDePara <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqDePara                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDePara "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqSeqMatricula
           if ws-fs-arqSeqMatricula <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqSeqMatricula                to ws-msn-erro-cod
               move "Erro ao fechar arq. arqSeqMatricula " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqCnvRelatorio
           if ws-fs-arqCnvRelatorio <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqCnvRelatorio                to ws-msn-erro-cod
               move "Erro ao fechar arq. arqCnvRelatorio " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       cnv-fecha-controles-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  De-para: primeiro os alunos do cadastro (em ordem de codigo),
      *>  depois os excluidos e os que so aparecem no historico
      *>------------------------------------------------------------------------
       cnv-monta-depara section.

           move 0 to ws-cnv-qtd-depara
           move 0 to ws-cnv-qtd-sem-cadastro

      *>    o ano do primeiro resultado no historico e o ano de ingresso
           move "S" to ws-cnv-tem-historico
           open input arqCnvHistorico
           if ws-fs-arqCnvHistorico = 35 then
               move "N" to ws-cnv-tem-historico
           else
               if ws-fs-arqCnvHistorico <> 0 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCnvHistorico                to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistorico "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           perform cnv-depara-alunos
           perform cnv-depara-excluidos

           if ws-cnv-tem-historico = "S" then
               perform cnv-depara-historico
               close arqCnvHistorico
               if ws-fs-arqCnvHistorico <> 0 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCnvHistorico                to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistorico "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       cnv-monta-depara-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  De-para dos alunos do cadastro no leiaute antigo
      *>------------------------------------------------------------------------
       cnv-depara-alunos section.

           open input arqCnvCadAluno
           if ws-fs-arqCnvCadAluno <> 35 then
               if ws-fs-arqCnvCadAluno <> 0 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCnvCadAluno                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCadAluno "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCnvCadAluno = 10
                   read arqCnvCadAluno next
                   if  ws-fs-arqCnvCadAluno <> 0
                   and ws-fs-arqCnvCadAluno <> 10 then
                       move 64                                   to ws-msn-erro-ofsset
                       move ws-fs-arqCnvCadAluno                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno "      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCnvCadAluno = 0 then
                       move cva-cod              to ws-cnv-cod-antigo
                       move cva-aluno            to ws-cnv-aluno
                       move cva-turma-ano-letivo to ws-cnv-ano-turma
                       move "A"                  to ws-cnv-origem
                       perform cnv-ano-ingresso
                       perform cnv-grava-depara
                   end-if
               end-perform

               close arqCnvCadAluno
               if ws-fs-arqCnvCadAluno <> 0 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCnvCadAluno                 to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCadAluno "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       cnv-depara-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  De-para dos alunos excluidos que nao voltaram ao cadastro (o
      *>  codigo deles continua no historico, nas faltas e no diario)
      *>------------------------------------------------------------------------
       cnv-depara-excluidos section.

           move "arqAlunoExcluido.txt" to ws-cnv-nome-entrada
           perform cnv-abre-entrada

           perform until ws-cnv-fim = "S"
               perform cnv-le-entrada
               if  ws-cnv-fim = "N"
               and cvi-linha(1:3) <> spaces then
                   move cvi-linha(1:3) to dpm-cod-antigo
                   read arqDePara
                   if ws-fs-arqDePara = 23 then
                       move cvi-linha(1:3)   to ws-cnv-cod-antigo
                       move cvi-linha(4:25)  to ws-cnv-aluno
      *>                ano letivo da turma no leiaute antigo do excluido
                       move cvi-linha(134:4) to ws-cnv-ano-turma
                       move "E"              to ws-cnv-origem
                       perform cnv-ano-ingresso
                       perform cnv-grava-depara
                   else
                       if ws-fs-arqDePara <> 0 then
                           move 64                                   to ws-msn-erro-ofsset
                           move ws-fs-arqDePara                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDePara "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-perform

           if ws-cnv-existe = "S" then
               perform cnv-fecha-entrada
           end-if
           .
       cnv-depara-excluidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  De-para dos codigos que so constam do historico; o primeiro ano
      *>  letivo do aluno no historico e o ano de ingresso
      *>------------------------------------------------------------------------
       cnv-depara-historico section.

           move low-values to cvh-chave
           start arqCnvHistorico key is >= cvh-chave
               invalid key
                   move 10 to ws-fs-arqCnvHistorico
           end-start

           perform until ws-fs-arqCnvHistorico = 10
               read arqCnvHistorico next
               if  ws-fs-arqCnvHistorico <> 0
               and ws-fs-arqCnvHistorico <> 10 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCnvHistorico                to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistorico "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if ws-fs-arqCnvHistorico = 0 then
                   move cvh-cod to dpm-cod-antigo
                   read arqDePara
                   if ws-fs-arqDePara = 23 then
                       move cvh-cod        to ws-cnv-cod-antigo
                       move cvh-aluno      to ws-cnv-aluno
                       move cvh-ano-letivo to ws-cnv-ano-ingresso
                       move "H"            to ws-cnv-origem
                       perform cnv-grava-depara
                   else
                       if ws-fs-arqDePara <> 0 then
                           move 64                                   to ws-msn-erro-ofsset
                           move ws-fs-arqDePara                      to ws-msn-erro-cod
                           move "Erro ao ler arq. arqDePara "        to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-if
           end-perform
           .
       cnv-depara-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ano de ingresso de ws-cnv-cod-antigo: o menor entre o primeiro
      *>  ano no historico e o ano da turma; sem nenhum dos dois, o ano
      *>  da conversao
      *>------------------------------------------------------------------------
       cnv-ano-ingresso section.

           move 0 to ws-cnv-ano-ingresso

           if ws-cnv-tem-historico = "S" then
               move ws-cnv-cod-antigo to cvh-cod
               move 0                 to cvh-ano-letivo
               start arqCnvHistorico key is >= cvh-chave
                   invalid key
                       move 10 to ws-fs-arqCnvHistorico
               end-start
               if ws-fs-arqCnvHistorico = 0 then
                   read arqCnvHistorico next
                   if  ws-fs-arqCnvHistorico <> 0
                   and ws-fs-arqCnvHistorico <> 10 then
                       move 64                                   to ws-msn-erro-ofsset
                       move ws-fs-arqCnvHistorico                to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistorico "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if  ws-fs-arqCnvHistorico = 0
                   and cvh-cod = ws-cnv-cod-antigo then
                       move cvh-ano-letivo to ws-cnv-ano-ingresso
                   end-if
               end-if
           end-if

           if  ws-cnv-ano-turma is numeric
           and ws-cnv-ano-turma-9 > 0 then
               if ws-cnv-ano-ingresso = 0
               or ws-cnv-ano-turma-9 < ws-cnv-ano-ingresso then
                   move ws-cnv-ano-turma-9 to ws-cnv-ano-ingresso
               end-if
           end-if

           if ws-cnv-ano-ingresso = 0 then
               move ws-cnv-ano-padrao to ws-cnv-ano-ingresso
           end-if
           .
       cnv-ano-ingresso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Atribui a matricula a ws-cnv-cod-antigo e grava no de-para
      *>------------------------------------------------------------------------
       cnv-grava-depara section.

           move ws-cnv-ano-ingresso to ws-mat-ano
           perform proxima-matricula

           move ws-cnv-cod-antigo to dpm-cod-antigo
           move ws-mat-numero     to dpm-matricula
           move ws-cnv-aluno      to dpm-aluno
           move ws-cnv-origem     to dpm-origem
           move ws-cnv-hoje       to dpm-data
           write dpm-registro
           if ws-fs-arqDePara <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqDePara                      to ws-msn-erro-cod
               move "Erro ao gravar arq. arqDePara "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-mat-numero to ws-cnv-matricula
           add 1 to ws-cnv-qtd-depara
           if ws-cnv-origem <> "A" then
               add 1 to ws-cnv-qtd-sem-cadastro
           end-if
           .
       cnv-grava-depara-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Matricula de ws-cnv-cod-antigo pelo de-para; codigo sem
      *>  cadastro, exclusao ou historico recebe matricula do ano corrente
      *>------------------------------------------------------------------------
       cnv-busca-matricula section.

           move ws-cnv-cod-antigo to dpm-cod-antigo
           read arqDePara
           if ws-fs-arqDePara = 0 then
               move dpm-matricula to ws-cnv-matricula
           else
               if ws-fs-arqDePara <> 23 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqDePara                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqDePara "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move spaces            to ws-cnv-aluno
               move "O"               to ws-cnv-origem
               move ws-cnv-ano-padrao to ws-cnv-ano-ingresso
               perform cnv-grava-depara
           end-if
           .
       cnv-busca-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava cada arquivo que guarda o codigo do aluno, na ordem:
      *>  cadastros, movimento, diario, arquivo morto, backups e a carga
      *>  de notas em lote pendente (com o seu checkpoint)
      *>------------------------------------------------------------------------
       cnv-converte-arquivos section.

           perform cnv-cad-aluno

           move "arqAlunoExcluido.txt" to ws-cnv-nome-arquivo
           move "P"                    to ws-cnv-tipo
           move 1                      to ws-cnv-pos
           move 0                      to ws-cnv-pos-2
           perform cnv-sequencial

           perform cnv-historico
           perform cnv-faltas
           perform cnv-notas-disc
           perform cnv-nota-periodo
           perform cnv-conselho
           perform cnv-ret-solic
           perform cnv-retificacao
           perform cnv-busca-ativa
           perform cnv-espera
           perform cnv-aluno-resp
           perform cnv-documento

           move "arqJournal.txt"       to ws-cnv-nome-arquivo
           move "J"                    to ws-cnv-tipo
           perform cnv-sequencial

           perform cnv-arquivos-mortos
           perform cnv-backups

           move "arqNotasBatch.txt"    to ws-cnv-nome-arquivo
           move "P"                    to ws-cnv-tipo
           move 1                      to ws-cnv-pos
           move 0                      to ws-cnv-pos-2
           perform cnv-sequencial

           move "arqCheckpointNotas.txt" to ws-cnv-nome-arquivo
           move "P"                    to ws-cnv-tipo
           move 1                      to ws-cnv-pos
           move 0                      to ws-cnv-pos-2
           perform cnv-sequencial
           .
       cnv-converte-arquivos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Geracoes do arquivo morto registradas em arqArqControle: faltas
      *>  e diario de cada arquivamento (convertidos, ou restaurados da
      *>  copia .ant quando ws-cnv-restaurando = 'S')
      *>------------------------------------------------------------------------
       cnv-arquivos-mortos section.

           open input arqArqControle
           if ws-fs-arqArqControle <> 35 then
               if ws-fs-arqArqControle <> 0 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqArqControle                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArqControle " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqArqControle = 10
                   read arqArqControle
                   if  ws-fs-arqArqControle <> 0
                   and ws-fs-arqArqControle <> 10 then
                       move 64                                   to ws-msn-erro-ofsset
                       move ws-fs-arqArqControle                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArqControle "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqArqControle = 0 then
                       move arc-data to ws-arc-data
                       perform monta-nomes-arquivo-morto

                       if ws-cnv-restaurando = "S" then
                           move ws-arc-nome-faltas  to ws-cnv-nome-arquivo
                           perform cnv-restaura-arquivo
                           move ws-arc-nome-journal to ws-cnv-nome-arquivo
                           perform cnv-restaura-arquivo
                       else
                           move ws-arc-nome-faltas  to ws-cnv-nome-arquivo
                           move "P"                 to ws-cnv-tipo
                           move 1                   to ws-cnv-pos
                           move 0                   to ws-cnv-pos-2
                           perform cnv-sequencial

                           move ws-arc-nome-journal to ws-cnv-nome-arquivo
                           move "J"                 to ws-cnv-tipo
                           perform cnv-sequencial
                       end-if
                   end-if
               end-perform

               close arqArqControle
               if ws-fs-arqArqControle <> 0 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqArqControle                 to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqArqControle " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       cnv-arquivos-mortos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Geracoes de backup do arqCadAluno registradas em arqBkpControle
      *>  (turmas e operadores nao guardam codigo de aluno); convertidas,
      *>  ou restauradas da copia .ant quando ws-cnv-restaurando = 'S'
      *>------------------------------------------------------------------------
       cnv-backups section.

           open input arqBkpControle
           if ws-fs-arqBkpControle <> 35 then
               if ws-fs-arqBkpControle <> 0 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqBkpControle                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqBkpControle " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqBkpControle = 10
                   read arqBkpControle
                   if  ws-fs-arqBkpControle <> 0
                   and ws-fs-arqBkpControle <> 10 then
                       move 64                                   to ws-msn-erro-ofsset
                       move ws-fs-arqBkpControle                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqBkpControle "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqBkpControle = 0 then
                       move ctl-data to ws-bkp-data
                       perform monta-nomes-backup

                       move ws-bkp-nome-aluno to ws-cnv-nome-arquivo
                       if ws-cnv-restaurando = "S" then
                           perform cnv-restaura-arquivo
                       else
                           move "P"           to ws-cnv-tipo
                           move 1             to ws-cnv-pos
                           move 0             to ws-cnv-pos-2
                           perform cnv-sequencial
                       end-if
                   end-if
               end-perform

               close arqBkpControle
               if ws-fs-arqBkpControle <> 0 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqBkpControle                 to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqBkpControle " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       cnv-backups-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte um arquivo sequencial (ws-cnv-nome-arquivo): copia para
      *>  a area temporaria ja no leiaute novo, guarda o original (.ant) e
      *>  devolve ao arquivo
      *>------------------------------------------------------------------------
       cnv-sequencial section.

           move 0 to ws-cnv-qtd-antes
           move 0 to ws-cnv-qtd-depois

           move ws-cnv-nome-arquivo to ws-cnv-nome-entrada
           perform cnv-abre-entrada

           if ws-cnv-existe = "S" then
               move ws-cnv-nome-temp to ws-cnv-nome-saida
               perform cnv-abre-saida
               perform until ws-cnv-fim = "S"
                   perform cnv-le-entrada
                   if ws-cnv-fim = "N" then
                       move cvi-linha to ws-cnv-antigo
                       perform cnv-grava-temp
                   end-if
               end-perform
               perform cnv-fecha-entrada
               perform cnv-fecha-saida

               perform cnv-salva-original
               move ws-cnv-nome-temp    to ws-cnv-nome-entrada
               move ws-cnv-nome-arquivo to ws-cnv-nome-saida
               perform cnv-abre-entrada
               perform cnv-abre-saida
               perform until ws-cnv-fim = "S"
                   perform cnv-le-entrada
                   if ws-cnv-fim = "N" then
                       move cvi-linha to cvo-linha
                       perform cnv-grava-saida
                       add 1 to ws-cnv-qtd-depois
                   end-if
               end-perform
               perform cnv-fecha-entrada
               perform cnv-fecha-saida
           end-if

           perform cnv-registra-resultado
           .
       cnv-sequencial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Inicio da conversao de um indexado: zera a contagem e abre a
      *>  area temporaria para gravacao
      *>------------------------------------------------------------------------
       cnv-inicia-indexado section.

           move 0   to ws-cnv-qtd-antes
           move 0   to ws-cnv-qtd-depois
           move "S" to ws-cnv-existe
           move ws-cnv-nome-temp to ws-cnv-nome-saida
           perform cnv-abre-saida
           .
       cnv-inicia-indexado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda o indexado antigo (.ant) e abre a area temporaria para a
      *>  recarga
      *>------------------------------------------------------------------------
       cnv-recria-indexado section.

           perform cnv-salva-original

           move ws-cnv-nome-temp to ws-cnv-nome-entrada
           perform cnv-abre-entrada
           .
       cnv-recria-indexado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte o registro antigo de ws-cnv-antigo e grava na area
      *>  temporaria
      *>------------------------------------------------------------------------
       cnv-grava-temp section.

           if ws-cnv-tipo = "J" then
               perform cnv-converte-journal
           else
               perform cnv-converte-imagem
           end-if

           move ws-cnv-novo to cvo-linha
           perform cnv-grava-saida
           add 1 to ws-cnv-qtd-antes
           .
       cnv-grava-temp-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Troca o codigo nas posicoes ws-cnv-pos / ws-cnv-pos-2 de
      *>  ws-cnv-antigo pela matricula, resultado em ws-cnv-novo
      *>------------------------------------------------------------------------
       cnv-converte-imagem section.

           move ws-cnv-antigo to ws-cnv-novo

           if ws-cnv-pos > 0 then
               move ws-cnv-pos to ws-cnv-p
               perform cnv-troca-codigo
               if ws-cnv-pos-2 > 0 then
                   move ws-cnv-novo  to ws-cnv-antigo
                   move ws-cnv-pos-2 to ws-cnv-p
                   perform cnv-troca-codigo
               end-if
           end-if
           .
       cnv-converte-imagem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Substitui as 3 posicoes do codigo em ws-cnv-p pelas 8 da
      *>  matricula, deslocando o restante do registro
      *>------------------------------------------------------------------------
       cnv-troca-codigo section.

           move ws-cnv-antigo(ws-cnv-p:3) to ws-cnv-cod-antigo
           if ws-cnv-cod-antigo = spaces then
               move spaces to ws-cnv-matricula
           else
               perform cnv-busca-matricula
           end-if

           move spaces to ws-cnv-novo
           if ws-cnv-p > 1 then
               move ws-cnv-antigo(1:ws-cnv-p - 1)
                                     to ws-cnv-novo(1:ws-cnv-p - 1)
           end-if
           move ws-cnv-matricula     to ws-cnv-novo(ws-cnv-p:8)
           move ws-cnv-antigo(ws-cnv-p + 3:)
                                     to ws-cnv-novo(ws-cnv-p + 8:)
           .
       cnv-troca-codigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do diario: a chave (jrn-cod) passa de 9 para 14 posicoes;
      *>  nos arquivos do aluno o codigo no inicio da chave e nas imagens
      *>  antes/depois vira matricula
      *>------------------------------------------------------------------------
       cnv-converte-journal section.

           move ws-cnv-antigo        to ws-cnv-jrn-linha
           move spaces               to ws-cnv-jrn-nova
           move ws-cnv-jrn-linha(1:47)  to ws-cnv-jrn-nova(1:47)
           move ws-cnv-jrn-linha(36:12) to ws-cnv-jrn-arquivo

      *>    posicao do codigo na imagem do registro gravada no diario
           move 0 to ws-cnv-pos
           move 0 to ws-cnv-pos-2
           evaluate ws-cnv-jrn-arquivo
               when "arqCadAluno"
               when "arqHistorico"
               when "arqNotasDisc"
               when "arqConselho"
               when "arqRetSolic"
               when "arqBuscaAtiv"
                   move 1  to ws-cnv-pos
               when "arqAlunoResp"
                   move 1  to ws-cnv-pos
                   move 31 to ws-cnv-pos-2
               when "arqDocumento"
                   move 9  to ws-cnv-pos
           end-evaluate

           if ws-cnv-pos = 0 then
               move ws-cnv-jrn-linha(48:9)    to ws-cnv-jrn-nova(48:14)
               move ws-cnv-jrn-linha(57:250)  to ws-cnv-jrn-nova(62:250)
               move ws-cnv-jrn-linha(307:250) to ws-cnv-jrn-nova(312:250)
           else
               move ws-cnv-jrn-linha(48:3) to ws-cnv-cod-antigo
               if ws-cnv-cod-antigo = spaces then
                   move spaces to ws-cnv-matricula
               else
                   perform cnv-busca-matricula
               end-if
               move ws-cnv-matricula          to ws-cnv-jrn-nova(48:8)
               move ws-cnv-jrn-linha(51:6)    to ws-cnv-jrn-nova(56:6)

               move ws-cnv-jrn-linha(57:250)  to ws-cnv-antigo
               perform cnv-converte-imagem
               move ws-cnv-novo(1:250)        to ws-cnv-jrn-nova(62:250)

               move ws-cnv-jrn-linha(307:250) to ws-cnv-antigo
               perform cnv-converte-imagem
               move ws-cnv-novo(1:250)        to ws-cnv-jrn-nova(312:250)
           end-if

           move ws-cnv-jrn-nova to ws-cnv-novo
           .
       cnv-converte-journal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura e gravacao sequencial da conversao (nomes dinamicos)
      *>------------------------------------------------------------------------
       cnv-abre-entrada section.

           move "S" to ws-cnv-existe
           move "N" to ws-cnv-fim
           open input arqCnvEntrada
           if ws-fs-arqCnvEntrada = 35 then
               move "N" to ws-cnv-existe
               move "S" to ws-cnv-fim
           else
               if ws-fs-arqCnvEntrada <> 0 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCnvEntrada                  to ws-msn-erro-cod
                   move spaces                               to ws-msn-erro-text
                   string "Erro ao abrir " delimited by size
                          ws-cnv-nome-entrada delimited by space
                          into ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       cnv-abre-entrada-exit.
           exit.

       cnv-le-entrada section.

           read arqCnvEntrada
           if ws-fs-arqCnvEntrada = 10 then
               move "S" to ws-cnv-fim
           else
               if ws-fs-arqCnvEntrada <> 0 then
                   move 64                                   to ws-msn-erro-ofsset
                   move ws-fs-arqCnvEntrada                  to ws-msn-erro-cod
                   move spaces                               to ws-msn-erro-text
                   string "Erro ao ler " delimited by size
                          ws-cnv-nome-entrada delimited by space
                          into ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       cnv-le-entrada-exit.
           exit.

       cnv-fecha-entrada section.

           close arqCnvEntrada
           if ws-fs-arqCnvEntrada <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqCnvEntrada                  to ws-msn-erro-cod
               move spaces                               to ws-msn-erro-text
               string "Erro ao fechar " delimited by size
                      ws-cnv-nome-entrada delimited by space
                      into ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       cnv-fecha-entrada-exit.
           exit.

       cnv-abre-saida section.

           open output arqCnvSaida
           if ws-fs-arqCnvSaida <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqCnvSaida                    to ws-msn-erro-cod
               move spaces                               to ws-msn-erro-text
               string "Erro ao abrir " delimited by size
                      ws-cnv-nome-saida delimited by space
                      into ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       cnv-abre-saida-exit.
           exit.

       cnv-grava-saida section.

           write cvo-linha
           if ws-fs-arqCnvSaida <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqCnvSaida                    to ws-msn-erro-cod
               move spaces                               to ws-msn-erro-text
               string "Erro ao escrever " delimited by size
                      ws-cnv-nome-saida delimited by space
                      into ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       cnv-grava-saida-exit.
           exit.

       cnv-fecha-saida section.

           close arqCnvSaida
           if ws-fs-arqCnvSaida <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqCnvSaida                    to ws-msn-erro-cod
               move spaces                               to ws-msn-erro-text
               string "Erro ao fechar " delimited by size
                      ws-cnv-nome-saida delimited by space
                      into ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       cnv-fecha-saida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de reconciliacao do arquivo convertido (antes x depois)
      *>------------------------------------------------------------------------
       cnv-registra-resultado section.

           if ws-cnv-existe = "N" then
               move "INEXISTENTE" to ws-cnv-situacao
           else
               add 1 to ws-cnv-qtd-arquivos
               if ws-cnv-qtd-antes = ws-cnv-qtd-depois then
                   move "OK"         to ws-cnv-situacao
               else
                   move "DIVERGENTE" to ws-cnv-situacao
                   add 1 to ws-cnv-qtd-divergentes
               end-if
           end-if

           move ws-cnv-qtd-antes  to ws-cnv-qtd-ed
           move ws-cnv-qtd-depois to ws-cnv-qtd-ed-2
           move spaces to cvm-linha
           string ws-cnv-nome-arquivo(1:32) ws-cnv-qtd-ed "  "
                  ws-cnv-qtd-ed-2 "  " ws-cnv-situacao
                  delimited by size into cvm-linha
           perform grava-cvm-linha

           display "  " cvm-linha(1:70)
           .
       cnv-registra-resultado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava cvm-linha no relatorio da conversao
      *>------------------------------------------------------------------------
       grava-cvm-linha section.

           write cvm-linha
           if ws-fs-arqCnvRelatorio <> 0 then
               move 64                                   to ws-msn-erro-ofsset
               move ws-fs-arqCnvRelatorio                to ws-msn-erro-cod
               move "Erro ao escrever arq. arqCnvRelatorio " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-cvm-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  arqCadAluno no leiaute da matricula
      *>------------------------------------------------------------------------
       cnv-cad-aluno section.

           move "arqCadAluno.txt"        to ws-cnv-nome-arquivo
           move "P"                      to ws-cnv-tipo
           move 1                        to ws-cnv-pos
           move 0                        to ws-cnv-pos-2
           perform cnv-inicia-indexado

           open input arqCnvCadAluno
           if ws-fs-arqCnvCadAluno = 35 then
               move "N" to ws-cnv-existe
           else
               if ws-fs-arqCnvCadAluno <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvCadAluno                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCadAluno "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCnvCadAluno = 10
                   read arqCnvCadAluno next
                   if  ws-fs-arqCnvCadAluno <> 0
                   and ws-fs-arqCnvCadAluno <> 10 then
                       move 64                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCnvCadAluno                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqCadAluno "          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCnvCadAluno = 0 then
                       move cva-registro to ws-cnv-antigo
                       perform cnv-grava-temp
                   end-if
               end-perform

               close arqCnvCadAluno
               if ws-fs-arqCnvCadAluno <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvCadAluno                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCadAluno "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform cnv-fecha-saida

      *>    recria o arquivo no leiaute novo a partir da area temporaria
           if ws-cnv-existe = "S" then
               perform cnv-recria-indexado
               open output arqCadAluno
               if ws-fs-arqCadAluno <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                        to ws-msn-erro-cod
                   move "Erro ao recriar arq. arqCadAluno "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-cnv-fim = "S"
                   perform cnv-le-entrada
                   if ws-cnv-fim = "N" then
      *>                a quantidade de notas define o tamanho do registro
                       move cvi-linha(157:2) to fd-qtd-notas
                       move cvi-linha to fd-alunos
                       write fd-alunos
                       if  ws-fs-arqCadAluno <> 0
                       and ws-fs-arqCadAluno <> 02 then
                           move 64                                       to ws-msn-erro-ofsset
                           move ws-fs-arqCadAluno                        to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqCadAluno "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-cnv-qtd-depois
                   end-if
               end-perform

               close arqCadAluno
               if ws-fs-arqCadAluno <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCadAluno                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqCadAluno "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform cnv-fecha-entrada
           end-if

           perform cnv-registra-resultado
           .
       cnv-cad-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  arqHistorico no leiaute da matricula
      *>------------------------------------------------------------------------
       cnv-historico section.

           move "arqHistorico.txt"       to ws-cnv-nome-arquivo
           move "P"                      to ws-cnv-tipo
           move 1                        to ws-cnv-pos
           move 0                        to ws-cnv-pos-2
           perform cnv-inicia-indexado

           open input arqCnvHistorico
           if ws-fs-arqCnvHistorico = 35 then
               move "N" to ws-cnv-existe
           else
               if ws-fs-arqCnvHistorico <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvHistorico                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistorico "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCnvHistorico = 10
                   read arqCnvHistorico next
                   if  ws-fs-arqCnvHistorico <> 0
                   and ws-fs-arqCnvHistorico <> 10 then
                       move 64                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCnvHistorico                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistorico "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCnvHistorico = 0 then
                       move cvh-registro to ws-cnv-antigo
                       perform cnv-grava-temp
                   end-if
               end-perform

               close arqCnvHistorico
               if ws-fs-arqCnvHistorico <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvHistorico                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistorico "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform cnv-fecha-saida

      *>    recria o arquivo no leiaute novo a partir da area temporaria
           if ws-cnv-existe = "S" then
               perform cnv-recria-indexado
               open output arqHistorico
               if ws-fs-arqHistorico <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                       to ws-msn-erro-cod
                   move "Erro ao recriar arq. arqHistorico "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-cnv-fim = "S"
                   perform cnv-le-entrada
                   if ws-cnv-fim = "N" then
                       move cvi-linha to hst-registro
      *>                    campos que o leiaute antigo nao tinha: sem
      *>                    conselho, nunca retificado e recuperacao nao
      *>                    informada
                       move "N"             to hst-conselho
                       move hst-situacao    to hst-situacao-calculada
                       move spaces          to hst-conselho-ata
                       move zero            to hst-data-retificacao
                       move spaces          to hst-tem-recup
                       move zero            to hst-nota-recup
                       write hst-registro
                       if ws-fs-arqHistorico <> 0 then
                           move 64                                       to ws-msn-erro-ofsset
                           move ws-fs-arqHistorico                       to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqHistorico "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-cnv-qtd-depois
                   end-if
               end-perform

               close arqHistorico
               if ws-fs-arqHistorico <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqHistorico "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform cnv-fecha-entrada
           end-if

           perform cnv-registra-resultado
           .
       cnv-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  arqFaltas no leiaute da matricula
      *>------------------------------------------------------------------------
       cnv-faltas section.

           move "arqFaltas.txt"          to ws-cnv-nome-arquivo
           move "P"                      to ws-cnv-tipo
           move 1                        to ws-cnv-pos
           move 0                        to ws-cnv-pos-2
           perform cnv-inicia-indexado

           open input arqCnvFaltas
           if ws-fs-arqCnvFaltas = 35 then
               move "N" to ws-cnv-existe
           else
               if ws-fs-arqCnvFaltas <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvFaltas                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFaltas "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCnvFaltas = 10
                   read arqCnvFaltas next
                   if  ws-fs-arqCnvFaltas <> 0
                   and ws-fs-arqCnvFaltas <> 10 then
                       move 64                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCnvFaltas                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFaltas "            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCnvFaltas = 0 then
                       move cvf-registro to ws-cnv-antigo
                       perform cnv-grava-temp
                   end-if
               end-perform

               close arqCnvFaltas
               if ws-fs-arqCnvFaltas <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvFaltas                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFaltas "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform cnv-fecha-saida

      *>    recria o arquivo no leiaute novo a partir da area temporaria
           if ws-cnv-existe = "S" then
               perform cnv-recria-indexado
               open output arqFaltas
               if ws-fs-arqFaltas <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqFaltas                          to ws-msn-erro-cod
                   move "Erro ao recriar arq. arqFaltas "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-cnv-fim = "S"
                   perform cnv-le-entrada
                   if ws-cnv-fim = "N" then
                       move cvi-linha to flt-registro
                       write flt-registro
                       if ws-fs-arqFaltas <> 0 then
                           move 64                                       to ws-msn-erro-ofsset
                           move ws-fs-arqFaltas                          to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqFaltas "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-cnv-qtd-depois
                   end-if
               end-perform

               close arqFaltas
               if ws-fs-arqFaltas <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqFaltas                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqFaltas "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform cnv-fecha-entrada
           end-if

           perform cnv-registra-resultado
           .
       cnv-faltas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  arqNotasDisc no leiaute da matricula
      *>------------------------------------------------------------------------
       cnv-notas-disc section.

           move "arqNotasDisc.txt"       to ws-cnv-nome-arquivo
           move "P"                      to ws-cnv-tipo
           move 1                        to ws-cnv-pos
           move 0                        to ws-cnv-pos-2
           perform cnv-inicia-indexado

           open input arqCnvNotasDisc
           if ws-fs-arqCnvNotasDisc = 35 then
               move "N" to ws-cnv-existe
           else
               if ws-fs-arqCnvNotasDisc <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvNotasDisc                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqNotasDisc "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCnvNotasDisc = 10
                   read arqCnvNotasDisc next
                   if  ws-fs-arqCnvNotasDisc <> 0
                   and ws-fs-arqCnvNotasDisc <> 10 then
                       move 64                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCnvNotasDisc                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqNotasDisc "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCnvNotasDisc = 0 then
                       move cvn-registro to ws-cnv-antigo
                       perform cnv-grava-temp
                   end-if
               end-perform

               close arqCnvNotasDisc
               if ws-fs-arqCnvNotasDisc <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvNotasDisc                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotasDisc "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform cnv-fecha-saida

      *>    recria o arquivo no leiaute novo a partir da area temporaria
           if ws-cnv-existe = "S" then
               perform cnv-recria-indexado
               open output arqNotasDisc
               if ws-fs-arqNotasDisc <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqNotasDisc                       to ws-msn-erro-cod
                   move "Erro ao recriar arq. arqNotasDisc "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-cnv-fim = "S"
                   perform cnv-le-entrada
                   if ws-cnv-fim = "N" then
                       move cvi-linha to nd-registro
                       write nd-registro
                       if ws-fs-arqNotasDisc <> 0 then
                           move 64                                       to ws-msn-erro-ofsset
                           move ws-fs-arqNotasDisc                       to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqNotasDisc "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-cnv-qtd-depois
                   end-if
               end-perform

               close arqNotasDisc
               if ws-fs-arqNotasDisc <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqNotasDisc                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotasDisc "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform cnv-fecha-entrada
           end-if

           perform cnv-registra-resultado
           .
       cnv-notas-disc-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  arqNotaPeriodo no leiaute da matricula
      *>------------------------------------------------------------------------
       cnv-nota-periodo section.

           move "arqNotaPeriodo.txt"     to ws-cnv-nome-arquivo
           move "P"                      to ws-cnv-tipo
           move 1                        to ws-cnv-pos
           move 0                        to ws-cnv-pos-2
           perform cnv-inicia-indexado

           open input arqCnvNotaPeriodo
           if ws-fs-arqCnvNotaPeriodo = 35 then
               move "N" to ws-cnv-existe
           else
               if ws-fs-arqCnvNotaPeriodo <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvNotaPeriodo                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqNotaPeriodo "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCnvNotaPeriodo = 10
                   read arqCnvNotaPeriodo next
                   if  ws-fs-arqCnvNotaPeriodo <> 0
                   and ws-fs-arqCnvNotaPeriodo <> 10 then
                       move 64                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCnvNotaPeriodo                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqNotaPeriodo "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCnvNotaPeriodo = 0 then
                       move cvp-registro to ws-cnv-antigo
                       perform cnv-grava-temp
                   end-if
               end-perform

               close arqCnvNotaPeriodo
               if ws-fs-arqCnvNotaPeriodo <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvNotaPeriodo                  to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotaPeriodo "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform cnv-fecha-saida

      *>    recria o arquivo no leiaute novo a partir da area temporaria
           if ws-cnv-existe = "S" then
               perform cnv-recria-indexado
               open output arqNotaPeriodo
               if ws-fs-arqNotaPeriodo <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqNotaPeriodo                     to ws-msn-erro-cod
                   move "Erro ao recriar arq. arqNotaPeriodo "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-cnv-fim = "S"
                   perform cnv-le-entrada
                   if ws-cnv-fim = "N" then
                       move cvi-linha to npe-registro
                       write npe-registro
                       if ws-fs-arqNotaPeriodo <> 0 then
                           move 64                                       to ws-msn-erro-ofsset
                           move ws-fs-arqNotaPeriodo                     to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqNotaPeriodo "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-cnv-qtd-depois
                   end-if
               end-perform

               close arqNotaPeriodo
               if ws-fs-arqNotaPeriodo <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqNotaPeriodo                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqNotaPeriodo "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform cnv-fecha-entrada
           end-if

           perform cnv-registra-resultado
           .
       cnv-nota-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  arqConselho no leiaute da matricula
      *>------------------------------------------------------------------------
       cnv-conselho section.

           move "arqConselho.txt"        to ws-cnv-nome-arquivo
           move "P"                      to ws-cnv-tipo
           move 1                        to ws-cnv-pos
           move 0                        to ws-cnv-pos-2
           perform cnv-inicia-indexado

           open input arqCnvConselho
           if ws-fs-arqCnvConselho = 35 then
               move "N" to ws-cnv-existe
           else
               if ws-fs-arqCnvConselho <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvConselho                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqConselho "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCnvConselho = 10
                   read arqCnvConselho next
                   if  ws-fs-arqCnvConselho <> 0
                   and ws-fs-arqCnvConselho <> 10 then
                       move 64                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCnvConselho                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqConselho "          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCnvConselho = 0 then
                       move cvc-registro to ws-cnv-antigo
                       perform cnv-grava-temp
                   end-if
               end-perform

               close arqCnvConselho
               if ws-fs-arqCnvConselho <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvConselho                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform cnv-fecha-saida

      *>    recria o arquivo no leiaute novo a partir da area temporaria
           if ws-cnv-existe = "S" then
               perform cnv-recria-indexado
               open output arqConselho
               if ws-fs-arqConselho <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                        to ws-msn-erro-cod
                   move "Erro ao recriar arq. arqConselho "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-cnv-fim = "S"
                   perform cnv-le-entrada
                   if ws-cnv-fim = "N" then
                       move cvi-linha to cns-registro
                       write cns-registro
                       if ws-fs-arqConselho <> 0 then
                           move 64                                       to ws-msn-erro-ofsset
                           move ws-fs-arqConselho                        to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqConselho "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-cnv-qtd-depois
                   end-if
               end-perform

               close arqConselho
               if ws-fs-arqConselho <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqConselho                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqConselho "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform cnv-fecha-entrada
           end-if

           perform cnv-registra-resultado
           .
       cnv-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  arqRetSolic no leiaute da matricula
      *>------------------------------------------------------------------------
       cnv-ret-solic section.

           move "arqRetSolicitacao.txt"  to ws-cnv-nome-arquivo
           move "P"                      to ws-cnv-tipo
           move 1                        to ws-cnv-pos
           move 0                        to ws-cnv-pos-2
           perform cnv-inicia-indexado

           open input arqCnvRetSolic
           if ws-fs-arqCnvRetSolic = 35 then
               move "N" to ws-cnv-existe
           else
               if ws-fs-arqCnvRetSolic <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvRetSolic                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRetSolic "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCnvRetSolic = 10
                   read arqCnvRetSolic next
                   if  ws-fs-arqCnvRetSolic <> 0
                   and ws-fs-arqCnvRetSolic <> 10 then
                       move 64                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCnvRetSolic                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRetSolic "          to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCnvRetSolic = 0 then
                       move cvs-registro to ws-cnv-antigo
                       perform cnv-grava-temp
                   end-if
               end-perform

               close arqCnvRetSolic
               if ws-fs-arqCnvRetSolic <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvRetSolic                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqRetSolic "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform cnv-fecha-saida

      *>    recria o arquivo no leiaute novo a partir da area temporaria
           if ws-cnv-existe = "S" then
               perform cnv-recria-indexado
               open output arqRetSolic
               if ws-fs-arqRetSolic <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqRetSolic                        to ws-msn-erro-cod
                   move "Erro ao recriar arq. arqRetSolic "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-cnv-fim = "S"
                   perform cnv-le-entrada
                   if ws-cnv-fim = "N" then
                       move cvi-linha to rts-registro
                       write rts-registro
                       if ws-fs-arqRetSolic <> 0 then
                           move 64                                       to ws-msn-erro-ofsset
                           move ws-fs-arqRetSolic                        to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqRetSolic "     to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-cnv-qtd-depois
                   end-if
               end-perform

               close arqRetSolic
               if ws-fs-arqRetSolic <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqRetSolic                        to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqRetSolic "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform cnv-fecha-entrada
           end-if

           perform cnv-registra-resultado
           .
       cnv-ret-solic-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  arqRetificacao no leiaute da matricula
      *>------------------------------------------------------------------------
       cnv-retificacao section.

           move "arqRetificacoes.txt"    to ws-cnv-nome-arquivo
           move "P"                      to ws-cnv-tipo
           move 1                        to ws-cnv-pos
           move 0                        to ws-cnv-pos-2
           perform cnv-inicia-indexado

           open input arqCnvRetificacao
           if ws-fs-arqCnvRetificacao = 35 then
               move "N" to ws-cnv-existe
           else
               if ws-fs-arqCnvRetificacao <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvRetificacao                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRetificacao "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCnvRetificacao = 10
                   read arqCnvRetificacao next
                   if  ws-fs-arqCnvRetificacao <> 0
                   and ws-fs-arqCnvRetificacao <> 10 then
                       move 64                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCnvRetificacao                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRetificacao "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCnvRetificacao = 0 then
                       move cvr-registro to ws-cnv-antigo
                       perform cnv-grava-temp
                   end-if
               end-perform

               close arqCnvRetificacao
               if ws-fs-arqCnvRetificacao <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvRetificacao                  to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqRetificacao "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform cnv-fecha-saida

      *>    recria o arquivo no leiaute novo a partir da area temporaria
           if ws-cnv-existe = "S" then
               perform cnv-recria-indexado
               open output arqRetificacao
               if ws-fs-arqRetificacao <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqRetificacao                     to ws-msn-erro-cod
                   move "Erro ao recriar arq. arqRetificacao "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-cnv-fim = "S"
                   perform cnv-le-entrada
                   if ws-cnv-fim = "N" then
                       move cvi-linha to ret-registro
                       write ret-registro
                       if ws-fs-arqRetificacao <> 0 then
                           move 64                                       to ws-msn-erro-ofsset
                           move ws-fs-arqRetificacao                     to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqRetificacao "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-cnv-qtd-depois
                   end-if
               end-perform

               close arqRetificacao
               if ws-fs-arqRetificacao <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqRetificacao                     to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqRetificacao "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform cnv-fecha-entrada
           end-if

           perform cnv-registra-resultado
           .
       cnv-retificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  arqBuscaAtiva no leiaute da matricula
      *>------------------------------------------------------------------------
       cnv-busca-ativa section.

           move "arqBuscaAtiva.txt"      to ws-cnv-nome-arquivo
           move "P"                      to ws-cnv-tipo
           move 1                        to ws-cnv-pos
           move 0                        to ws-cnv-pos-2
           perform cnv-inicia-indexado

           open input arqCnvBuscaAtiva
           if ws-fs-arqCnvBuscaAtiva = 35 then
               move "N" to ws-cnv-existe
           else
               if ws-fs-arqCnvBuscaAtiva <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvBuscaAtiva                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqBuscaAtiva "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCnvBuscaAtiva = 10
                   read arqCnvBuscaAtiva next
                   if  ws-fs-arqCnvBuscaAtiva <> 0
                   and ws-fs-arqCnvBuscaAtiva <> 10 then
                       move 64                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCnvBuscaAtiva                   to ws-msn-erro-cod
                       move "Erro ao ler arq. arqBuscaAtiva "        to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCnvBuscaAtiva = 0 then
                       move cvb-registro to ws-cnv-antigo
                       perform cnv-grava-temp
                   end-if
               end-perform

               close arqCnvBuscaAtiva
               if ws-fs-arqCnvBuscaAtiva <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvBuscaAtiva                   to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqBuscaAtiva "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform cnv-fecha-saida

      *>    recria o arquivo no leiaute novo a partir da area temporaria
           if ws-cnv-existe = "S" then
               perform cnv-recria-indexado
               open output arqBuscaAtiva
               if ws-fs-arqBuscaAtiva <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqBuscaAtiva                      to ws-msn-erro-cod
                   move "Erro ao recriar arq. arqBuscaAtiva "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-cnv-fim = "S"
                   perform cnv-le-entrada
                   if ws-cnv-fim = "N" then
                       move cvi-linha to bsa-registro
                       write bsa-registro
                       if ws-fs-arqBuscaAtiva <> 0 then
                           move 64                                       to ws-msn-erro-ofsset
                           move ws-fs-arqBuscaAtiva                      to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqBuscaAtiva "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-cnv-qtd-depois
                   end-if
               end-perform

               close arqBuscaAtiva
               if ws-fs-arqBuscaAtiva <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqBuscaAtiva                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqBuscaAtiva "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform cnv-fecha-entrada
           end-if

           perform cnv-registra-resultado
           .
       cnv-busca-ativa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  arqEspera no leiaute da matricula (codigo fora da chave)
      *>------------------------------------------------------------------------
       cnv-espera section.

           move "arqEspera.txt"          to ws-cnv-nome-arquivo
           move "P"                      to ws-cnv-tipo
           move 14                       to ws-cnv-pos
           move 0                        to ws-cnv-pos-2
           perform cnv-inicia-indexado

           open input arqCnvEspera
           if ws-fs-arqCnvEspera = 35 then
               move "N" to ws-cnv-existe
           else
               if ws-fs-arqCnvEspera <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvEspera                       to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEspera "          to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCnvEspera = 10
                   read arqCnvEspera next
                   if  ws-fs-arqCnvEspera <> 0
                   and ws-fs-arqCnvEspera <> 10 then
                       move 64                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCnvEspera                       to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEspera "            to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCnvEspera = 0 then
                       move cve-registro to ws-cnv-antigo
                       perform cnv-grava-temp
                   end-if
               end-perform

               close arqCnvEspera
               if ws-fs-arqCnvEspera <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvEspera                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqEspera "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform cnv-fecha-saida

      *>    recria o arquivo no leiaute novo a partir da area temporaria
           if ws-cnv-existe = "S" then
               perform cnv-recria-indexado
               open output arqEspera
               if ws-fs-arqEspera <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqEspera                          to ws-msn-erro-cod
                   move "Erro ao recriar arq. arqEspera "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-cnv-fim = "S"
                   perform cnv-le-entrada
                   if ws-cnv-fim = "N" then
                       move cvi-linha to esp-registro
                       write esp-registro
                       if ws-fs-arqEspera <> 0 then
                           move 64                                       to ws-msn-erro-ofsset
                           move ws-fs-arqEspera                          to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqEspera "       to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-cnv-qtd-depois
                   end-if
               end-perform

               close arqEspera
               if ws-fs-arqEspera <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqEspera                          to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqEspera "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform cnv-fecha-entrada
           end-if

           perform cnv-registra-resultado
           .
       cnv-espera-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  arqAlunoResp no leiaute da matricula (o codigo do aluno aparece
      *>  na chave principal e na chave por responsavel)
      *>------------------------------------------------------------------------
       cnv-aluno-resp section.

           move "arqAlunoResp.txt"       to ws-cnv-nome-arquivo
           move "P"                      to ws-cnv-tipo
           move 1                        to ws-cnv-pos
           move 31                       to ws-cnv-pos-2
           perform cnv-inicia-indexado

           open input arqCnvAlunoResp
           if ws-fs-arqCnvAlunoResp = 35 then
               move "N" to ws-cnv-existe
           else
               if ws-fs-arqCnvAlunoResp <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvAlunoResp                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAlunoResp "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCnvAlunoResp = 10
                   read arqCnvAlunoResp next
                   if  ws-fs-arqCnvAlunoResp <> 0
                   and ws-fs-arqCnvAlunoResp <> 10 then
                       move 64                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCnvAlunoResp                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAlunoResp "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCnvAlunoResp = 0 then
                       move cvl-registro to ws-cnv-antigo
                       perform cnv-grava-temp
                   end-if
               end-perform

               close arqCnvAlunoResp
               if ws-fs-arqCnvAlunoResp <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvAlunoResp                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAlunoResp "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform cnv-fecha-saida

      *>    recria o arquivo no leiaute novo a partir da area temporaria
           if ws-cnv-existe = "S" then
               perform cnv-recria-indexado
               open output arqAlunoResp
               if ws-fs-arqAlunoResp <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqAlunoResp                       to ws-msn-erro-cod
                   move "Erro ao recriar arq. arqAlunoResp "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-cnv-fim = "S"
                   perform cnv-le-entrada
                   if ws-cnv-fim = "N" then
                       move cvi-linha to alr-registro
                       write alr-registro
                       if ws-fs-arqAlunoResp <> 0 then
                           move 64                                       to ws-msn-erro-ofsset
                           move ws-fs-arqAlunoResp                       to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqAlunoResp "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-cnv-qtd-depois
                   end-if
               end-perform

               close arqAlunoResp
               if ws-fs-arqAlunoResp <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqAlunoResp                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqAlunoResp "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform cnv-fecha-entrada
           end-if

           perform cnv-registra-resultado
           .
       cnv-aluno-resp-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  arqDocumento no leiaute da matricula; o registro de controle
      *>  (numero zero) nao tem codigo de aluno
      *>------------------------------------------------------------------------
       cnv-documento section.

           move "arqDocumentos.txt"      to ws-cnv-nome-arquivo
           move "P"                      to ws-cnv-tipo
           move 9                        to ws-cnv-pos
           move 0                        to ws-cnv-pos-2
           perform cnv-inicia-indexado

           open input arqCnvDocumento
           if ws-fs-arqCnvDocumento = 35 then
               move "N" to ws-cnv-existe
           else
               if ws-fs-arqCnvDocumento <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvDocumento                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqDocumento "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqCnvDocumento = 10
                   read arqCnvDocumento next
                   if  ws-fs-arqCnvDocumento <> 0
                   and ws-fs-arqCnvDocumento <> 10 then
                       move 64                                       to ws-msn-erro-ofsset
                       move ws-fs-arqCnvDocumento                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqDocumento "         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   if ws-fs-arqCnvDocumento = 0 then
                       move cvd-registro to ws-cnv-antigo
                       if cvd-numero = 0 then
                           move 0 to ws-cnv-pos
                       else
                           move 9 to ws-cnv-pos
                       end-if
                       perform cnv-grava-temp
                   end-if
               end-perform

               close arqCnvDocumento
               if ws-fs-arqCnvDocumento <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqCnvDocumento                    to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDocumento "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           perform cnv-fecha-saida

      *>    recria o arquivo no leiaute novo a partir da area temporaria
           if ws-cnv-existe = "S" then
               perform cnv-recria-indexado
               open output arqDocumento
               if ws-fs-arqDocumento <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqDocumento                       to ws-msn-erro-cod
                   move "Erro ao recriar arq. arqDocumento "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-cnv-fim = "S"
                   perform cnv-le-entrada
                   if ws-cnv-fim = "N" then
                       move cvi-linha to doc-registro
                       write doc-registro
                       if ws-fs-arqDocumento <> 0 then
                           move 64                                       to ws-msn-erro-ofsset
                           move ws-fs-arqDocumento                       to ws-msn-erro-cod
                           move "Erro ao escrever arq. arqDocumento "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-cnv-qtd-depois
                   end-if
               end-perform

               close arqDocumento
               if ws-fs-arqDocumento <> 0 then
                   move 64                                       to ws-msn-erro-ofsset
                   move ws-fs-arqDocumento                       to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqDocumento "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               perform cnv-fecha-entrada
           end-if

           perform cnv-registra-resultado
           .
       cnv-documento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega em ws-regras os criterios de aprovacao de ws-rgr-ano /
      *>  ws-rgr-turma-cod: regra da turma, senao regra do ano, senao o
      *>  criterio padrao do regimento (media 7, recuperacao 5, media
      *>  final 5 e 25% de faltas)
      *>------------------------------------------------------------------------
       carrega-regras section.

           move "P" to ws-rgr-origem
           move 7   to ws-rgr-media-aprovacao
           move 5   to ws-rgr-media-recuperacao
           move 5   to ws-rgr-media-final-recup
           move 25  to ws-rgr-perc-max-faltas

           if ws-rgr-turma-cod <> spaces then
               move ws-rgr-ano       to rgr-ano-letivo
               move ws-rgr-turma-cod to rgr-turma-cod
               read arqRegras
               if ws-fs-arqRegras = 0 then
                   move "T" to ws-rgr-origem
               else
                   if ws-fs-arqRegras <> 23 then
                       move 52                                  to ws-msn-erro-ofsset
                       move ws-fs-arqRegras                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRegras "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-rgr-origem = "P" then
               move ws-rgr-ano to rgr-ano-letivo
               move spaces     to rgr-turma-cod
               read arqRegras
               if ws-fs-arqRegras = 0 then
                   move "A" to ws-rgr-origem
               else
                   if ws-fs-arqRegras <> 23 then
                       move 52                                  to ws-msn-erro-ofsset
                       move ws-fs-arqRegras                     to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRegras "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-if

           if ws-rgr-origem <> "P" then
               move rgr-media-aprovacao   to ws-rgr-media-aprovacao
               move rgr-media-recuperacao to ws-rgr-media-recuperacao
               move rgr-media-final-recup to ws-rgr-media-final-recup
               move rgr-perc-max-faltas   to ws-rgr-perc-max-faltas
           end-if
           .
       carrega-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>------------------------------------------------------------------------
       calcula-boletim section.

      *>    criterios de aprovacao do ano letivo da turma do aluno: a
      *>    reimpressao de um ano antigo usa as regras daquele ano
           move ws-turma-ano-letivo to ws-rgr-ano
           move ws-turma-cod        to ws-rgr-turma-cod
           perform carrega-regras

           perform conta-faltas
           perform calcula-disciplinas


      *>            a regra de frequencia prevalece sobre as notas
                   if  ws-fal-total-aulas > 0
                   and ws-fal-perc-faltas > ws-rgr-perc-max-faltas then
                       move "Reprovado por falta" to ws-bol-situacao
                   end-if
               end-if
      *>------------------------------------------------------------------------
       calcula-boletim-agrupado section.

      *>    ano com periodos letivos: so contam as avaliacoes ja lancadas
      *>    em algum bimestre (as demais ficam zeradas ate o lancamento do
      *>    seu bimestre e nao entram na media parcial)
           move ws-cod              to npe-cod
           move ws-turma-ano-letivo to npe-ano-letivo
           move 0                   to npe-disc-cod
           perform le-avaliacoes-periodo

           move zero to ws-bol-soma-notas
           move 0    to ws-bol-qtd-validas
           perform varying ws-idx from 1 by 1 until ws-idx > ws-qtd-notas
               if ws-bol-npe-existe = "N"
               or ws-bol-tag-tab(ws-idx) > 0 then
                   add ws-notas-tab(ws-idx) to ws-bol-soma-notas
                   add 1 to ws-bol-qtd-validas
               end-if
           end-perform

           if (ws-qtd-notas = 1 and ws-notas-tab(1) = 11)
           or ws-bol-qtd-validas = 0 then
               move "S"    to ws-bol-sem-notas
               move zero   to ws-bol-media
               move spaces to ws-bol-situacao
           else
               move "N" to ws-bol-sem-notas

               compute ws-bol-media rounded =
                   ws-bol-soma-notas / ws-bol-qtd-validas

               evaluate true
                   when ws-bol-media >= ws-rgr-media-aprovacao
                       move "Aprovado"     to ws-bol-situacao
                   when ws-bol-media >= ws-rgr-media-recuperacao
                       move "Recuperacao"  to ws-bol-situacao
                   when other
                       move "Reprovado"    to ws-bol-situacao

      *>        regra da escola para a prova de recuperacao: a media final
      *>        e a media simples entre a media das avaliacoes e a nota da
      *>        recuperacao, aprovando com a media final minima do ano
               move "N" to ws-bol-usou-recup
               if  ws-bol-situacao = "Recuperacao"
               and ws-tem-recup = "S" then
                   compute ws-bol-media rounded =
                       (ws-bol-media + ws-nota-recup) / 2
                   if ws-bol-media >= ws-rgr-media-final-recup then
                       move "Aprovado"  to ws-bol-situacao
                   else
                       move "Reprovado" to ws-bol-situacao
                   move "S" to ws-bol-usou-recup
               end-if

      *>        a regra de frequencia prevalece sobre as notas: faltas acima
      *>        do limite do ano reprovam o aluno qualquer que seja a media
               if  ws-fal-total-aulas > 0
               and ws-fal-perc-faltas > ws-rgr-perc-max-faltas then
                   move "Reprovado por falta" to ws-bol-situacao
               end-if
           end-if

      *>    notas lancadas sob outra turma (aluno transferido no meio do
      *>    ano) nao valem para a disciplina de mesma sequencia da turma
      *>    atual: valem como disciplina sem notas; em ano com periodos
      *>    letivos so contam as avaliacoes de bimestre ja lancado
           move zero to ws-dis-soma-notas
           move 0    to ws-dis-qtd-validas
           if  ws-fs-arqNotasDisc = 0
           and nd-turma-cod = dis-turma-cod then
               move ws-cod         to npe-cod
               move dis-ano-letivo to npe-ano-letivo
               move dis-cod        to npe-disc-cod
               perform le-avaliacoes-periodo

               perform varying ws-idx from 1 by 1
                       until ws-idx > nd-qtd-notas
                   if ws-bol-npe-existe = "N"
                   or ws-bol-tag-tab(ws-idx) > 0 then
                       add nd-notas-tab(ws-idx) to ws-dis-soma-notas
                       add 1 to ws-dis-qtd-validas
                   end-if
               end-perform
           end-if

           if ws-dis-qtd-validas = 0 then
               move "N"    to ws-dis-res-tem-notas(ws-dis-qtd)
               move zero   to ws-dis-res-media(ws-dis-qtd)
               move spaces to ws-dis-res-situacao(ws-dis-qtd)
               move "S" to ws-dis-res-tem-notas(ws-dis-qtd)
               add 1    to ws-dis-qtd-com-notas

               compute ws-dis-media rounded =
                   ws-dis-soma-notas / ws-dis-qtd-validas
               move ws-dis-media to ws-dis-res-media(ws-dis-qtd)

               evaluate true
                   when ws-dis-media >= ws-rgr-media-aprovacao
                       move "Aprovado"     to ws-dis-res-situacao(ws-dis-qtd)
                   when ws-dis-media >= ws-rgr-media-recuperacao
                       move "Recuperacao"  to ws-dis-res-situacao(ws-dis-qtd)
                       add 1 to ws-dis-qtd-recuperacao
                   when other
       calcula-uma-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Periodo de cada avaliacao do aluno (chave ja montada em
      *>  npe-chave) para os calculos de media: sem registro em
      *>  arqNotaPeriodo o ano nao usa periodos e todas as avaliacoes
      *>  contam (ws-bol-npe-existe = 'N')
      *>------------------------------------------------------------------------
       le-avaliacoes-periodo section.

           read arqNotaPeriodo
           if ws-fs-arqNotaPeriodo = 0 then
               move "S" to ws-bol-npe-existe
               perform varying ws-bol-k from 1 by 1 until ws-bol-k > 10
                   move npe-per-tab(ws-bol-k) to ws-bol-tag-tab(ws-bol-k)
               end-perform
           else
               if ws-fs-arqNotaPeriodo <> 23 then
                   move 40                                      to ws-msn-erro-ofsset
                   move ws-fs-arqNotaPeriodo                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqNotaPeriodo "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "N" to ws-bol-npe-existe
           end-if
           .
       le-avaliacoes-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta as faltas do aluno de ws-alunos em arqFaltas e calcula o
      *>  percentual de faltas/frequencia sobre o total de aulas da turma
           move 0 to ws-fec-qtd-gravados
           move 0 to ws-fec-qtd-sem-notas
           move 0 to ws-fec-qtd-nao-ativos
           move 0 to ws-fec-qtd-conselho

           move low-values to fd-cod
           start arqCadAluno key is >= fd-cod
                       end-if
                       move ws-bol-media        to hst-media
                       move ws-bol-situacao     to hst-situacao
                       move ws-bol-situacao     to hst-situacao-calculada

      *>                aprovacao pelo conselho de classe: o historico fica
      *>                com Aprovado e guarda a situacao calculada ao lado
                       perform aplica-conselho
                       if ws-cns-aprovado = "S" then
                           move "Aprovado"  to hst-situacao
                           move "S"         to hst-conselho
                           move ws-cns-ata  to hst-conselho-ata
                           display "Aluno " ws-cod " aprovado pelo conselho (ata "
                                   ws-cns-ata "), situacao calculada: "
                                   ws-bol-situacao
                           add 1 to ws-fec-qtd-conselho
                       else
                           move "N"         to hst-conselho
                           move spaces      to hst-conselho-ata
                       end-if

                       move zero to hst-data-retificacao
                       if  ws-dis-qtd = 0
                       and ws-tem-recup = "S" then
                           move "S"           to hst-tem-recup
                           move ws-nota-recup to hst-nota-recup
                       else
                           move "N"           to hst-tem-recup
                           move zero          to hst-nota-recup
                       end-if
                       perform fec-grava-historico
                       add 1 to ws-fec-qtd-gravados
                   end-if

           display "Fechamento do ano " ws-fec-ano " concluido: "
                   ws-fec-qtd-gravados " resultado(s) gravado(s), "
                   ws-fec-qtd-sem-notas " aluno(s) sem notas, "
                   ws-fec-qtd-nao-ativos " com matricula trancada/transferida, "
                   ws-fec-qtd-conselho " aprovado(s) pelo conselho."

           end-if

           else
               move "Transferido"        to hst-situacao
           end-if
           move hst-situacao             to hst-situacao-calculada
           move "N"                      to hst-conselho
           move spaces                   to hst-conselho-ata

           move zero                     to hst-data-retificacao
           move "N"                      to hst-tem-recup
           move zero                     to hst-nota-recup
           perform fec-grava-historico
           add 1 to ws-fec-qtd-nao-ativos
           .
       fechamento-nao-ativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o resultado do fechamento (hst-registro) no historico;
      *>  fechamento reexecutado para o mesmo ano substitui o resultado
      *>  gravado anteriormente, menos o de ano ja retificado, que so
      *>  muda por nova retificacao
      *>------------------------------------------------------------------------
       fec-grava-historico section.

           write hst-registro
           if ws-fs-arqHistorico = 22 then
               move hst-registro to ws-ret-hst-novo
               read arqHistorico
               if ws-fs-arqHistorico <> 0 then
                   move 19                                      to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                      to ws-msn-erro-cod
                   move "Erro ao ler arq. arqHistorico "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               if  hst-data-retificacao is numeric
               and hst-data-retificacao > zero then
                   display "Aluno " hst-cod ": ano " hst-ano-letivo
                           " retificado em " hst-data-retificacao
                           ", resultado anterior mantido."
               else
                   move ws-ret-hst-novo to hst-registro
                   rewrite hst-registro
               end-if
           end-if
           if ws-fs-arqHistorico <> 0 then
               move 19                                      to ws-msn-erro-ofsset
               move "Erro ao gravar arq. arqHistorico "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       fec-grava-historico-exit.
           exit.

      *>------------------------------------------------------------------------
           move spaces to hsi-linha
           string "Aluno(a): "  delimited by size
                  hst-aluno     delimited by size
                  " (matricula " delimited by size
                  hst-cod       delimited by size
                  ")"           delimited by size
                  into hsi-linha
           perform grava-hsi-linha

           move spaces to hsi-linha
           if hst-conselho = "S" then
               string "  Situacao final: Aprovado pelo conselho (ata "
                                             delimited by size
                      hst-conselho-ata       delimited by space
                      ")"                    delimited by size
                      into hsi-linha
               perform grava-hsi-linha
               move spaces to hsi-linha
               string "  Situacao calculada: " delimited by size
                      hst-situacao-calculada   delimited by size
                      into hsi-linha
           else
               string "  Situacao final: " delimited by size
                      hst-situacao         delimited by size
                      into hsi-linha
           end-if
           perform grava-hsi-linha

           if  hst-data-retificacao is numeric
           and hst-data-retificacao > zero then
               move spaces to hsi-linha
               string "  Retificado em "            delimited by size
                      hst-data-retificacao(7:2)     delimited by size
                      "/"                           delimited by size
                      hst-data-retificacao(5:2)     delimited by size
                      "/"                           delimited by size
                      hst-data-retificacao(1:4)     delimited by size
                      into hsi-linha
               perform grava-hsi-linha
           end-if
           .
       hsi-bloco-ano-exit.
           exit.
                               when "A"
                               when "a"
                                   if  jrn-arquivo = "arqCadAluno"
                                   and jrn-cod(1:8) = ws-jrn-filtro-valor(1:8) then
                                       move "S" to ws-jrn-exibe
                                   end-if
                               when other

                   if ws-fs-arqJournalArq = 0 then
                       if ws-jrn-filtro-valor = spaces
                       or jra-cod(1:8) = ws-jrn-filtro-valor(1:8) then
                           display "  "
                           display jra-data " " jra-hora " "
                                   jra-operador " " jra-operacao " "
               perform finaliza-anormal
           end-if

           close arqRegras
           if ws-fs-arqRegras <> 0 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqRegras                      to ws-msn-erro-cod
               move "Erro ao fechar arq. arqRegras "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqPeriodo
           if ws-fs-arqPeriodo <> 0 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqPeriodo                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqPeriodo "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqNotaPeriodo
           if ws-fs-arqNotaPeriodo <> 0 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arqNotaPeriodo                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqNotaPeriodo " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqConselho
           if ws-fs-arqConselho <> 0 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-arqConselho                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqConselho "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRetSolic
           if ws-fs-arqRetSolic <> 0 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-arqRetSolic                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqRetSolic "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqRetificacao
           if ws-fs-arqRetificacao <> 0 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arqRetificacao                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqRetificacao " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqBuscaAtiva
           if ws-fs-arqBuscaAtiva <> 0 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqBuscaAtiva                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqBuscaAtiva " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqHorario
           if ws-fs-arqHorario <> 0 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqHorario                     to ws-msn-erro-cod
               move "Erro ao fechar arq. arqHorario "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAulaDada
           if ws-fs-arqAulaDada <> 0 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqAulaDada                    to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAulaDada "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqResponsavel
           if ws-fs-arqResponsavel <> 0 then
               move 7                                     to ws-msn-erro-ofsset
               move ws-fs-arqResponsavel                  to ws-msn-erro-cod
               move "Erro ao fechar arq. arqResponsavel " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAlunoResp
           if ws-fs-arqAlunoResp <> 0 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqAlunoResp                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqAlunoResp "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqDocumento
           if ws-fs-arqDocumento <> 0 then
               move 7                                    to ws-msn-erro-ofsset
               move ws-fs-arqDocumento                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqDocumento "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqSeqMatricula
           if ws-fs-arqSeqMatricula <> 0 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqSeqMatricula                   to ws-msn-erro-cod
               move "Erro ao fechar arq. arqSeqMatricula "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEspera
           if ws-fs-arqEspera <> 0 then
               move 7                                to ws-msn-erro-ofsset
