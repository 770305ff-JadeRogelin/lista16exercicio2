           select frequen-file   assign to "FREQUENC.DAT"
               organization is indexed
               access mode is dynamic
               record key is matr-fq
               file status is fs-frequen.

           select estat-file     assign to "ESTATBIM.DAT"
               organization is line sequential
               file status is fs-batchprm.

           select chkpoint-file  assign to "CHKPOINT.DAT"
               organization is line sequential
               file status is fs-chkpoint.

           select joblog-file    assign to "JOBLOG.DAT"
               organization is line sequential
               file status is fs-joblog.
               access mode is dynamic
               record key is cod-ov-ant
               file status is fs-alunos-ov-ant.

           select regras-file    assign to "REGRAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is rg-ano
               file status is fs-regras.

           select profturm-file  assign to "PROFTURM.DAT"
               organization is indexed
               access mode is dynamic
               record key is pt-chave
               file status is fs-profturm.

           select pendprof-file  assign to "PENDPROF.DAT"
               organization is line sequential
               file status is fs-pendprof.

           select conselho-file  assign to "CONSELHO.DAT"
               organization is indexed
               access mode is dynamic
               record key is cs-chave
               file status is fs-conselho.

           select atacons-file   assign to "ATACONS.DAT"
               organization is line sequential
               file status is fs-atacons.

           select turmas-file    assign to "TURMAS.DAT"
               organization is indexed
               access mode is dynamic
               record key is tm-cod
               file status is fs-turmas.

           select rematric-file  assign to "REMATRIC.DAT"
               organization is line sequential
               file status is fs-rematric.

           select chamada-file   assign to "CHAMADA.DAT"
               organization is indexed
               access mode is dynamic
               record key is ch-chave
               file status is fs-chamada.

           select alerteva-file  assign to "ALERTEVA.DAT"
               organization is line sequential
               file status is fs-alerteva.

           select respons-file   assign to "RESPONS.DAT"
               organization is indexed
               access mode is dynamic
               record key is rs-cod
               file status is fs-respons.

           select alunorsp-file  assign to "ALUNORSP.DAT"
               organization is indexed
               access mode is dynamic
               record key is ar-chave
               file status is fs-alunorsp.

           select censoalu-file  assign to "CENSOALU.DAT"
               organization is indexed
               access mode is dynamic
               record key is ce-matr
               file status is fs-censoalu.

           select censo-file     assign to "CENSO.DAT"
               organization is line sequential
               file status is fs-censo.

           select distorc-file   assign to "DISTORC.DAT"
               organization is line sequential
               file status is fs-distorc.

           select comparat-file  assign to "COMPARAT.DAT"
               organization is line sequential
               file status is fs-comparat.

           select alunomst-file  assign to "ALUNOMST.DAT"
               organization is indexed
               access mode is dynamic
               record key is mst-matr
               alternate record key is mst-aluno with duplicates
               alternate record key is mst-turma with duplicates
               file status is fs-alunomst.

      *>    frequencia, notas por disciplina e chamada no layout antigo,
      *>    pelo codigo de vaga; lidos so na conversao para a matricula
           select frequen-ant-file assign to "FREQUENC.ANT"
               organization is indexed
               access mode is dynamic
               record key is cod-fq-ant
               file status is fs-frequen-ant.

           select notasdis-ant-file assign to "NOTASDIS.ANT"
               organization is indexed
               access mode is dynamic
               record key is nd-chave-ant
               file status is fs-notasdis-ant.

           select chamada-ant-file assign to "CHAMADA.ANT"
               organization is indexed
               access mode is dynamic
               record key is ch-chave-ant
               file status is fs-chamada-ant.

           select convmst-file   assign to "CONVMST.DAT"
               organization is line sequential
               file status is fs-convmst.
       i-o-control.

      *>Declaração de variáveis
       fd  relatorio-file.
       01  relatorio-linha                         pic x(160).

      *>    excedente de alunos alem do limite de 100 vagas da antiga
      *>    tabela; como o ALUNOS.DAT, lido so na conversao para o
      *>    mestre indexado
       fd  alunos-ov-file.
       01  alunos-ov-rec.
           05  cod-ov                              pic 9(03).
           05  pai-imp                                pic x(25).
           05  telefone-imp                          pic x(15).
           05  turma-imp                             pic x(05).
      *>    dados do censo, opcionais (em branco = nao informado)
           05  nasc-imp                              pic x(08).
           05  sexo-imp                              pic x(01).
           05  cor-imp                               pic x(01).
           05  nis-imp                               pic x(11).
           05  natural-imp                           pic x(30).
           05  uf-imp                                pic x(02).

      *>    trilha de auditoria das alteracoes de cadastro
       fd  log-file.
       fd  critica-file.
       01  critica-linha                             pic x(100).

      *>    copia sequencial do mestre de alunos, descarregada a cada
      *>    gravacao e guardada como geracao de backup
       fd  alunos-trab-file.
       01  alunos-trab-rec.
           05  aluno-trb                             pic x(25).
       fd  backctrl-file.
       01  backctrl-rec                              pic x(14).

      *>    faltas e aulas dadas por bimestre, uma linha por matricula
       fd  frequen-file.
       01  frequen-rec.
           05  matr-fq                               pic 9(05).
           05  faltas-fq occurs 4                    pic 9(03).
           05  aulas-fq  occurs 4                    pic 9(03).

       fd  notasdis-file.
       01  notasdis-rec.
           05  nd-chave.
               10  nd-matr                           pic 9(05).
               10  nd-disc                           pic 9(02).
           05  nd-nota occurs 4                      pic 9(02)v99.
           05  nd-recup                              pic 9(02)v99.

      *>    parametros do modo batch noturno, um passo por linha
      *>    (EXPORTACAO, CONSISTENCIA, ESTATISTICA, FECHAMENTO-SIMULA,
      *>    COMPARATIVO, BACKUP), opcionalmente seguido da dependencia de
      *>    um passo anterior: "EXPORTACAO SE CONSISTENCIA OK" (status 00) ou
      *>    "EXPORTACAO SE CONSISTENCIA SEM-ERROS" (status 00 e nenhuma
      *>    ocorrencia)
       fd  batchprm-file.
       01  batchprm-rec                              pic x(60).

      *>    checkpoint do modo batch: um registro por passo executado
      *>    (linha do BATCHPRM.DAT, passo, data, hora, status e numero de
      *>    ocorrencias); status EX = em execucao, RT = retido
       fd  chkpoint-file.
       01  chkpoint-rec.
           05  ck-seq                                pic 9(03).
           05  ck-step                               pic x(20).
           05  ck-data                               pic 9(08).
           05  ck-hora                               pic 9(06).
           05  ck-status                             pic x(02).
           05  ck-ocorr                              pic 9(05).

      *>    log de execucao do modo batch, com inicio, fim e o file
      *>    status de cada passo
       fd  joblog-file.
       01  joblog-linha                              pic x(100).

      *>    layout antigo do mestre de alunos (150 bytes), anterior aos
      *>    campos de exportacao, matricula e transferencia; lido uma
      *>    unica vez na conversao do arquivo para o layout atual
           05  notas-ov-ant occurs 4                 pic 9(02)v99.
           05  nota-rec-ov-ant                       pic 9(02)v99.

      *>    diario de transacoes da antiga tabela de alunos (imagem da
      *>    vaga a cada transacao confirmada); o que uma queda deixou
      *>    nele entra na conversao para o mestre indexado
       fd  journal-file.
       01  journal-rec.
           05  jn-cod                                pic 9(03).
           05  jn-sit-transf                         pic x(01).
           05  jn-data-transf                        pic 9(08).

      *>    regras de avaliacao por ano letivo, mantidas pela coordenacao:
      *>    pesos dos bimestres, media de aprovacao, limite de faltas e o
      *>    metodo da recuperacao final (M = media com a anual, S = nota
      *>    do exame substitui a media, X = vale a maior das duas); a
      *>    regra de um ano vale ate o ano da proxima regra cadastrada
       fd  regras-file.
       01  regras-rec.
           05  rg-ano                                pic 9(04).
           05  rg-peso occurs 4                      pic 9(01).
           05  rg-media-aprov                        pic 9(02)v99.
           05  rg-lim-faltas                         pic 9(03).
           05  rg-metodo-recup                       pic x(01).

      *>    atribuicoes dos professores: o operador de perfil P so lanca
      *>    notas e faltas nas turmas e disciplinas vinculadas a ele
      *>    (disciplina 00 = todas as disciplinas da turma)
       fd  profturm-file.
       01  profturm-rec.
           05  pt-chave.
               10  pt-oper                           pic x(10).
               10  pt-turma                          pic x(05).
               10  pt-disc                           pic 9(02).

      *>    pendencias de lancamento do bimestre nas turmas do professor
       fd  pendprof-file.
       01  pendprof-linha                            pic x(100).

      *>    deliberacoes do conselho de classe de fim de ano: aprovacao
      *>    pelo conselho (A) ou progressao parcial com dependencia (D),
      *>    por aluno e disciplina (00 = o aluno no geral); a turma e a do
      *>    aluno no dia do conselho
       fd  conselho-file.
       01  conselho-rec.
           05  cs-chave.
               10  cs-ano                            pic 9(04).
               10  cs-matr                           pic 9(05).
               10  cs-disc                           pic 9(02).
           05  cs-tipo                               pic x(01).
           05  cs-turma                              pic x(05).
           05  cs-justif                             pic x(60).
           05  cs-data                               pic 9(08).
           05  cs-coord                              pic x(10).

      *>    ata do conselho de classe da turma
       fd  atacons-file.
       01  atacons-linha                             pic x(100).

      *>    cadastro de turmas: serie, turno (M/T/N/I), sala, capacidade e
      *>    a turma para onde o aprovado segue no ano seguinte (branco =
      *>    ultima serie, o aprovado conclui)
       fd  turmas-file.
       01  turmas-rec.
           05  tm-cod                                pic x(05).
           05  tm-serie                              pic 9(02).
           05  tm-turno                              pic x(01).
           05  tm-sala                               pic x(05).
           05  tm-capac                              pic 9(03).
           05  tm-prox                               pic x(05).

      *>    proposta de rematricula e enturmacao do ano seguinte
       fd  rematric-file.
       01  rematric-linha                            pic x(100).

      *>    chamada diaria: uma linha por aluno, data e disciplina (00 no
      *>    regime de nota unica) com a marca P ou F; o ano letivo e o
      *>    bimestre da chamada apuram as faltas e aulas do FREQUENC.DAT
       fd  chamada-file.
       01  chamada-rec.
           05  ch-chave.
               10  ch-matr                           pic 9(05).
               10  ch-data                           pic 9(08).
               10  ch-disc                           pic 9(02).
           05  ch-ano                                pic 9(04).
           05  ch-bim                                pic 9(01).
           05  ch-turma                              pic x(05).
           05  ch-pres                               pic x(01).
           05  ch-oper                               pic x(10).

      *>    alerta de evasao escolar do mes
       fd  alerteva-file.
       01  alerteva-linha                            pic x(100).

      *>    cadastro de responsaveis (um responsavel serve a varios alunos)
       fd  respons-file.
       01  respons-rec.
           05  rs-cod                                pic 9(05).
           05  rs-nome                               pic x(30).
           05  rs-doc                                pic x(20).
           05  rs-endereco                           pic x(35).
           05  rs-tel1                               pic x(15).
           05  rs-tel2                               pic x(15).
           05  rs-email                              pic x(40).

      *>    vinculo aluno x responsavel, com o parentesco e a marca do
      *>    responsavel legal (um so por aluno)
       fd  alunorsp-file.
       01  alunorsp-rec.
           05  ar-chave.
               10  ar-matr                           pic 9(05).
               10  ar-resp                           pic 9(05).
           05  ar-parentesco                         pic x(15).
           05  ar-legal                              pic x(01).

      *>    dados do Censo Escolar do aluno, pela matricula permanente; a
      *>    situacao A (deixou de frequentar) ou F (falecido) vale para o
      *>    ano letivo gravado junto
       fd  censoalu-file.
       01  censoalu-rec.
           05  ce-matr                               pic 9(05).
           05  ce-nasc                               pic 9(08).
           05  ce-sexo                               pic x(01).
           05  ce-cor                                pic x(01).
           05  ce-nis                                pic 9(11).
           05  ce-natural                            pic x(30).
           05  ce-uf                                 pic x(02).
           05  ce-sit                                pic x(01).
           05  ce-sit-ano                            pic 9(04).

      *>    arquivo do Censo Escolar do ano fechado (header, matricula e
      *>    situacao por aluno, trailer de controle)
       fd  censo-file.
       01  censo-linha                               pic x(100).

      *>    relatorio de distorcao idade-serie por turma
       fd  distorc-file.
       01  distorc-linha                             pic x(100).

      *>    comparativo de desempenho entre anos, por serie e disciplina
       fd  comparat-file.
       01  comparat-linha                            pic x(132).

      *>    mestre de alunos: um registro por aluno pela matricula
      *>    permanente, lido tambem pelo nome e pela turma
       fd  alunomst-file.
       01  alunomst-rec.
           05  mst-matr                              pic 9(05).
           05  mst-aluno                             pic x(25).
           05  mst-endereco                          pic x(35).
           05  mst-mae                               pic x(25).
           05  mst-pai                               pic x(25).
           05  mst-telefone                          pic x(15).
           05  mst-turma                             pic x(05).
           05  mst-notas occurs 4                    pic 9(02)v99.
           05  mst-nota-rec                          pic 9(02)v99.
      *>        situacao no ultimo lote exportado para a secretaria
      *>        (branco = nao processado, A = aceito, R = rejeitado)
           05  mst-exp-sit                           pic x(01).
      *>        situacao de transferencia (branco = ativo, T = transferido
      *>        para outra escola, E = recebido por transferencia) e a data
           05  mst-sit-transf                        pic x(01).
           05  mst-data-transf                       pic 9(08).

      *>    frequencia pelo codigo de vaga (layout antigo)
       fd  frequen-ant-file.
       01  frequen-ant-rec.
           05  cod-fq-ant                            pic 9(03).
           05  faltas-fq-ant occurs 4                pic 9(03).
           05  aulas-fq-ant  occurs 4                pic 9(03).

      *>    notas por disciplina pelo codigo de vaga (layout antigo)
       fd  notasdis-ant-file.
       01  notasdis-ant-rec.
           05  nd-chave-ant.
               10  nd-cod-ant                        pic 9(03).
               10  nd-disc-ant                       pic 9(02).
           05  nd-nota-ant occurs 4                  pic 9(02)v99.
           05  nd-recup-ant                          pic 9(02)v99.

      *>    chamada diaria pelo codigo de vaga (layout antigo)
       fd  chamada-ant-file.
       01  chamada-ant-rec.
           05  ch-chave-ant.
               10  ch-cod-ant                        pic 9(03).
               10  ch-data-ant                       pic 9(08).
               10  ch-disc-ant                       pic 9(02).
           05  ch-ano-ant                            pic 9(04).
           05  ch-bim-ant                            pic 9(01).
           05  ch-turma-ant                          pic x(05).
           05  ch-matr-ant                           pic 9(05).
           05  ch-pres-ant                           pic x(01).
           05  ch-oper-ant                           pic x(10).

      *>    relatorio da conversao para o mestre indexado, com as
      *>    contagens e os totais de controle de antes e de depois
       fd  convmst-file.
       01  convmst-linha                             pic x(100).


      *>----Variaveis de trabalho
       working-storage section.

      *>    carga do ALUNOS.DAT da antiga tabela de 100 vagas, usada so
      *>    na conversao para o mestre indexado (a vaga e o codigo antigo)
       01  alunos  occurs  100.
           05  aluno                               pic x(25).
           05  filler                              pic x(03)
                                                   value 11.
           05  filler                              pic x(03)
                                                   value " - ".
           05  exp-sit                             pic x(01)
                                                   value space.
      *>    numero de matricula permanente
           05  matricula                           pic 9(05)
                                                   value zero.
           05  sit-transf                          pic x(01)
                                                   value space.
           05  data-transf                         pic 9(08)
           05  wk-tel                              pic x(15).
           05  wk-turma                            pic x(05).

       77  wk-cod-cad-alu                          pic 9(05).
       77  wk-cod-cad-alu-sv                       pic 9(05).
       77  wk-opcao-cad-alu                        pic x(01).
       77  matr-excl                               pic 9(05).
       77  duplicado                               pic x(01).

       77  wk-filtro                               pic x(25).
       77  wk-filtro-pos                           pic 9(02).
       77  wk-filtro-max-pos                       pic 9(02).
       77  wk-filtro-achou                         pic x(01).
       77  wk-campo-alterado                       pic x(01).

      *>    selecao de turma nas consultas e relatorios (branco = todas)


       01  wk-aluno-rel occurs 15.
           05 cod-rel                              pic 9(05).
           05 filler                               pic x(02)
                                                   value space.
           05 aluno-rel                            pic x(12).
           05  peso-bim occurs 4                   pic 9(01).
       77  soma-peso                               pic 9(02).

      *>    regra de avaliacao em vigor para o ano em processamento
      *>    (os pesos acima sao carregados junto); sem regra cadastrada
      *>    valem os valores iniciais, que sao os do regimento antigo
       77  fs-regras                               pic x(02).
       77  wk-ano-letivo                           pic 9(04).
       77  wk-ano-proc                             pic 9(04).
       77  wk-ano-hist-lido                        pic 9(04).
       77  ra-ano-origem                           pic 9(04).
       77  ra-media-aprov                          pic 9(02)v99 value 6.
       77  ra-lim-faltas                           pic 9(03) value 25.
       77  ra-metodo-recup                         pic x(01) value "M".
           88  recup-por-media                     value "M".
           88  recup-substitui                     value "S".
           88  recup-maior-nota                    value "X".
       77  wk-regra-txt                            pic x(100).
       77  wk-metodo-txt                           pic x(22).
       77  rg-media-ed                             pic z9,99.
       77  rg-lim-ed                               pic zz9.

      *>    manutencao das regras na tela da coordenacao
       77  wk-opcao-cad-regra                      pic x(01).
       77  wk-rg-ano                               pic 9(04).
       77  wk-rg-ano-sv                            pic 9(04).
       01  wk-rg-pesos.
           05  wk-rg-peso occurs 4                 pic 9(01).
       77  wk-rg-media                             pic 9(02)v99.
       77  wk-rg-lim-faltas                        pic 9(03).
       77  wk-rg-metodo                            pic x(01).
       77  wk-rg-soma-peso                         pic 9(02).
       77  achou-regra                             pic x(01).
       77  wk-regras-aberto                        pic x(01) value "N".


       77  ind                                     pic 9(03).
       77  wk-cons-pular                           pic 9(05).
       77  wk-cons-cont                            pic 9(05).



          05  wk-transferencia                     pic  x(01).
          05  wk-fecha-bimestre                    pic  x(01).
          05  wk-convocacao                        pic  x(01).
          05  wk-regras-aval                       pic  x(01).
          05  wk-vinculo-prof                      pic  x(01).
          05  wk-pend-prof                         pic  x(01).
          05  wk-conselho                          pic  x(01).
          05  wk-cadastro-turma                    pic  x(01).
          05  wk-rematricula                       pic  x(01).
          05  wk-chamada                           pic  x(01).
          05  wk-alerta-evasao                     pic  x(01).
          05  wk-cadastro-resp                     pic  x(01).
          05  wk-resp-aluno                        pic  x(01).
          05  wk-censo                             pic  x(01).
          05  wk-distorcao                         pic  x(01).
          05  wk-comparativo                       pic  x(01).
          05  wk-sair                              pic  x(01).

       77 wk-msn                                   pic  x(50).

      *>    ranking da turma, ordenado por media (bolha)
       77 fs-ranking                               pic  x(02).
       01 rank-tab occurs 9999.
           05 rank-cod                             pic 9(05).
           05 rank-nome                            pic  x(25).
           05 rank-media                           pic 9(02)v99.
       77 rank-qtd                                 pic 9(05).
       77 rank-cheia                               pic 9(05).
       77 rank-cheia-ed                            pic zzzz9.
       77 wk-ranking-n                              pic 9(03).
       77 rank-limite                               pic 9(05).
       77 rank-i                                   pic 9(05).
       77 rank-j                                   pic 9(05).
       77 rank-lim                                 pic 9(05).
       77 rank-cod-tmp                             pic 9(05).
       77 rank-nome-tmp                            pic  x(25).
       77 rank-media-tmp                           pic 9(02)v99.
       77 rank-pos-ed                               pic zzz9.
       77 rank-cod-ed                                pic zzzz9.
       77 rank-media-ed                              pic zz9,99.

      *>    mestre de alunos e a leitura sequencial dele, por matricula
      *>    ou so os alunos de uma turma (wk-turma-leitura)
       77 fs-alunomst                               pic x(02).
       77 wk-mestre-aberto                          pic x(01) value "N".
       77 wk-turma-leitura                          pic x(05).
       77 wk-fim-mestre                             pic x(01).

      *>    area comum com os dados do aluno lido do mestre
       77 existe-tmp                                pic x(01).
       77 aluno-tmp                                 pic x(25).
       77 endereco-tmp                              pic x(35).
       77 ind3                                     pic 9(03).
       77 media-calc                                pic 9(02)v99.

      *>    frequencia: reprovacao por faltas acima do limite da regra do ano
       77 fs-frequen                                pic x(02).
       77 achou-fq                                  pic x(01).
       77 wk-faltas                                 pic 9(03).
       77 wk-pct-faltas                             pic 9(03)v99.
       77 wk-reprov-falta                           pic x(01).
       77 wk-situacao                               pic x(09).
      *>        aprovado pelo conselho e a progressao parcial tambem passam
           88 situacao-aprovada                     value "Aprovado"
                                                          "AprovCons"
                                                          "Dependenc".

      *>    recuperacao final: media do ano abaixo da media de aprovacao da
      *>    direito ao exame; a media final segue o metodo da regra do ano
       77 media-final                               pic 9(02)v99.
       77 wk-notas-compl                            pic x(01).

           05 exp-d-nome                            pic x(25).
           05 exp-d-nota occurs 4                   pic 9(02)v99.
           05 exp-d-media                           pic 9(02)v99.
      *>        situacao final: A aprovado, R reprovado, C aprovado pelo
      *>        conselho de classe, D aprovado com dependencia
           05 exp-d-sit                             pic x(01).
       01 exp-trailer.
           05 exp-t-tipo                            pic x(01) value "T".
           05 exp-t-qtd                             pic 9(06).
           05 hist-r-aprov                          pic 9(04).
           05 hist-r-reprov                         pic 9(04).
           05 hist-r-data                           pic 9(08).
      *>    regra de avaliacao usada no fechamento, gravada no inicio do
      *>    bloco do ano para o historico guardar por qual regra o ano
      *>    foi apurado (ano da regra = ano em que ela foi cadastrada)
       01 hist-regra.
           05 hist-g-tipo                           pic x(01) value "G".
           05 hist-g-ano                            pic 9(04).
           05 hist-g-ano-regra                      pic 9(04).
           05 hist-g-peso occurs 4                  pic 9(01).
           05 hist-g-media                          pic 9(02)v99.
           05 hist-g-lim-faltas                     pic 9(03).
           05 hist-g-metodo                         pic x(01).
       77 wk-fecha-ano                              pic 9(04).
       77 wk-ano-fechado                            pic x(01).
       77 wk-fim-hist                               pic x(01).
       77 fecha-reprov                              pic 9(04).
       77 fecha-qtd-ed                              pic zzz9.

      *>    verificacao de consistencia do mestre de alunos e da trilha
      *>    de auditoria
       77 fs-critica                                pic x(02).
       77 crit-nome-ant                             pic x(25).
       77 crit-matr-ant                             pic 9(05).
       77 crit-tot                                  pic 9(05).
       77 crit-bim                                  pic 9(01).
       77 crit-qtd                                  pic 9(04).
       77 crit-qtd-ed                               pic zzz9.
       77 crit-cod-ed                               pic zzzz9.
       77 crit-cod2-ed                              pic zzzz9.
       77 crit-log-incl                             pic 9(05).
       77 crit-log-excl                             pic 9(05).
       77 crit-log-saldo                            pic s9(05).
                                                    value "ALUNOS.BK2".
       77 wk-arq-bk3                                pic x(10)
                                                    value "ALUNOS.BK3".
      *>    datas: 1 = mestre, 2 a 4 = geracoes, 5 = conversao do mestre
       01 back-datas.
           05 back-data occurs 5                    pic x(14).
       77 wk-back-i                                 pic 9(01).
      *>    area de retorno do CBL_CHECK_FILE_EXIST: o tamanho do arquivo
      *>    vem nos 8 primeiros bytes e decide a conversao de layout
       77 wk-salvo-ok                               pic x(01).
       77 wk-restaura-gen                           pic 9(01).
       77 wk-arq-restaura                           pic x(10).
       77 wk-mestre-refeito                         pic x(01).
       77 wk-rest-repet                             pic 9(05).
       77 wk-rest-repet-ed                          pic zzzz9.
       77 wk-data14                                 pic x(14).
       77 wk-data-fmt                               pic x(16).
       77 wk-ger1-dt                                pic x(16).
       77 fs-estat                                  pic x(02).
       77 wk-estat-bim                              pic 9(01).
       77 est-b                                     pic 9(01).
       77 est-qtd                                   pic 9(05).
       77 est-falta                                 pic 9(03).
       77 est-soma                                  pic 9(05)v99.
       77 est-media                                 pic 9(02)v99.

      *>    boletim individual por aluno
       77 fs-boletim                                pic x(02).
       77 wk-boletim-cod                            pic 9(05).
       77 bol-qtd                                   pic 9(05).
       77 bol-bim                                   pic 9(01).
       77 bol-nota-ed                               pic z9,99.
       77 bol-nota-txt                              pic x(05).

       77 rel-media-ed                              pic zz9,99.
       77 rel-cont-ed                                pic zzz9.
       77 rel-soma-media                            pic 9(06)v99.
       77 rel-qtd-alunos                            pic 9(05).
       77 rel-qtd-aprov                             pic 9(05).
       77 rel-qtd-reprov                            pic 9(05).
       77 rel-media-turma                           pic 9(02)v99.

      *>    grade de disciplinas carregada em memoria e o resultado da
       77 comp-rec-soma                             pic 9(04)v99.
       77 comp-rec-cnt                              pic 9(02).
       77 wk-achou-nd                               pic x(01).
       77 wk-nd-matr                                pic 9(05).
       77 wk-bim-i                                  pic 9(01).
       77 soma-media-anual                          pic 9(04)v99.
       77 wk-est-disc-nome                          pic x(20).
       77 hist-qtd                                  pic 9(04).
       77 hist-qtd-ed                               pic zzz9.
       77 hist-ano-ant                              pic 9(04).
       77 wk-hist-nome-achado                       pic x(01).
       77 wk-hist-disc-rotulo                       pic x(20).
      *>    layout dos detalhes do historico gravados antes da grade de
           05 wk-log-rel occurs 15                  pic x(79).

      *>    numeracao permanente de matricula: a ultima atribuida fica no
      *>    MATRCTRL.DAT e nunca volta, mesmo depois da exclusao do aluno
       77 fs-matrctrl                               pic x(02).
       77 wk-ult-matricula                          pic 9(05).
       77 matricula-tmp                             pic 9(05).
      *>    transferencia de aluno: saida com declaracao de notas
      *>    parciais e entrada de aluno vindo de outra escola
       77 fs-decltran                               pic x(02).
       77 wk-transf-matr                            pic 9(05).
       77 wk-opcao-transf                           pic x(01).
       77 wk-transf-marca                           pic x(01).
       77 wk-transf-data                            pic 9(08).
       77 sit-transf-tmp                            pic x(01).
      *>        T = transferido para outra escola, C = concluinte apontado
      *>        na rematricula; os dois saem do mestre no proximo fechamento
           88 aluno-saiu                            value "T" "C".
       77 data-transf-tmp                           pic 9(08).

      *>    fechamento de bimestre: trava de lancamentos depois do
       77 pend-qtd                                  pic 9(04).
       77 pend-qtd-ed                               pic zzz9.

      *>    vinculo professor x turma x disciplina e pendencias do
      *>    professor no bimestre em aberto
       77 fs-profturm                               pic x(02).
       77 fs-pendprof                               pic x(02).
       77 wk-profturm-aberto                        pic x(01) value "N".
       77 wk-vinculo-ok                             pic x(01).
       77 wk-vinc-oper                              pic x(10).
       77 wk-vinc-turma                             pic x(05).
       77 wk-vinc-disc                              pic 9(02).
       77 wk-vinc-disc-nome                         pic x(20).
       77 wk-opcao-cad-vinc                         pic x(01).
       77 wk-pend-oper                              pic x(10).
       77 wk-pend-bim                               pic 9(01).
       77 wk-pend-turma-ant                         pic x(05).
       77 vinc-qtd                                  pic 9(03).

      *>    deliberacoes do conselho de classe e ata por turma
       77 fs-conselho                               pic x(02).
       77 fs-atacons                                pic x(02).
       77 wk-conselho-aberto                        pic x(01) value "N".
       77 achou-conselho                            pic x(01).
       77 wk-opcao-cons                             pic x(01).
       77 wk-cs-matr                                pic 9(05).
       77 wk-cs-matr-sv                             pic 9(05).
       77 wk-cs-disc                                pic 9(02).
       77 wk-cs-disc-sv                             pic 9(02).
       77 wk-cs-tipo                                pic x(01).
       77 wk-cs-tipo-txt                            pic x(32).
       77 wk-cs-justif                              pic x(60).
       77 wk-cs-data                                pic 9(08).
       77 wk-ata-turma                              pic x(05).
       77 wk-ata-ano                                pic 9(04).
       77 ata-qtd                                   pic 9(04).
       77 cs-dep-qtd                                pic 9(02).
       77 cs-houve-dep                              pic x(01).
       77 cs-houve-aprov                            pic x(01).
       77 cs-aprov-geral                            pic x(01).

      *>    cadastro de turmas e rematricula do ano seguinte
       77 fs-turmas                                 pic x(02).
       77 fs-rematric                               pic x(02).
       77 wk-turmas-aberto                          pic x(01) value "N".
       77 wk-turma-existe                           pic x(01) value "N".
       77 achou-turma                               pic x(01).
       77 wk-opcao-cad-turma                        pic x(01).
       77 wk-tm-cod                                 pic x(05).
       77 wk-tm-cod-sv                              pic x(05).
       77 wk-tm-e-prox                              pic x(01).
       77 wk-tm-serie                               pic 9(02).
       77 wk-tm-turno                               pic x(01).
       77 wk-tm-sala                                pic x(05).
       77 wk-tm-capac                               pic 9(03).
       77 wk-tm-prox                                pic x(05).
       77 wk-turma-conta                            pic x(05).
       77 wk-turma-nova                             pic x(05).
       77 tm-alunos-qtd                             pic 9(04).
       77 tm-capac-ed                               pic zz9.
       77 wk-rem-ano                                pic 9(04).
       77 wk-rem-confirma                           pic x(01).
       77 wk-rem-aplicada                           pic x(01).
       77 wk-rem-obs                                pic x(30).
       77 rem-qtd                                   pic 9(04).
       77 rem-aprov                                 pic 9(04).
       77 rem-reprov                                pic 9(04).
       77 rem-transf                                pic 9(04).
       77 rem-concl                                 pic 9(04).
       77 rem-erro                                  pic 9(04).
       77 rem-aplic                                 pic 9(04).
       77 rem-excede                                pic 9(04).
       77 rem-qtd-ed                                pic zzz9.
       77 tm-qtd                                    pic 9(03).
       77 tm-i                                      pic 9(03).
       77 tm-j                                      pic 9(03).
       77 wk-tm-cheia                               pic x(01).
       01 rem-tab-area.
           05 rem-tab occurs 99.
               10 rt-cod                            pic x(05).
               10 rt-serie                          pic 9(02).
               10 rt-capac                          pic 9(03).
               10 rt-prox                           pic x(05).
               10 rt-qtd                            pic 9(04).
      *>    rematricula aplicada, gravada no historico para o ano nao ser
      *>    enturmado duas vezes
       01 hist-remat.
           05 hist-m-tipo                           pic x(01) value "M".
           05 hist-m-ano                            pic 9(04).
           05 hist-m-qtd                            pic 9(04).
           05 hist-m-data                           pic 9(08).

      *>    chamada diaria por data, turma e disciplina e alerta de evasao
       77 fs-chamada                                pic x(02).
       77 fs-alerteva                               pic x(02).
       77 wk-chamada-aberto                         pic x(01) value "N".
       77 achou-chamada                             pic x(01).
       77 wk-ch-data                                pic 9(08).
       77 wk-ch-data-x                              pic x(08).
       77 wk-ch-turma                               pic x(05).
       77 wk-ch-disc                                pic 9(02).
       77 wk-ch-bim                                 pic 9(01).
       77 wk-ch-pres                                pic x(01).
       77 wk-ch-pres-ok                             pic x(01).
       77 wk-ch-fim                                 pic x(01).
       77 wk-ch-erro                                pic x(01).
       77 ch-alunos-qtd                             pic 9(04).
       77 ch-faltas-qtd                             pic 9(04).
       77 ch-erros-qtd                              pic 9(04).
       77 ch-qtd-ed                                 pic zzz9.
       77 ch-faltas-ed                              pic zzz9.
       77 ch-aulas-bim                              pic 9(03).
       77 ch-faltas-bim                             pic 9(03).
       77 wk-ev-mes                                 pic 9(06).
       77 wk-ev-mes-x                               pic x(06).
       77 wk-ev-dia-x                               pic x(08).
       77 wk-ev-dias                                pic 9(02).
       77 wk-ev-pct                                 pic 9(03).
       77 wk-ev-turma                               pic x(05).
       77 wk-ev-motivo                              pic x(30).
       77 ev-qtd                                    pic 9(04).
       77 ev-seq                                    pic 9(03).
       77 ev-seq-max                                pic 9(03).
       77 ev-dia-ant                                pic 9(08).
       77 ev-dia-falta                              pic x(01).
       77 ev-aulas-mes                              pic 9(04).
       77 ev-faltas-mes                             pic 9(04).
       77 ev-pct                                    pic 9(03)v99.

      *>    cadastro de responsaveis e vinculo familiar aluno x responsavel
       77 fs-respons                                pic x(02).
       77 fs-alunorsp                               pic x(02).
       77 wk-respons-aberto                         pic x(01) value "N".
       77 wk-opcao-cad-resp                         pic x(01).
       77 wk-rs-cod                                 pic 9(05).
       77 wk-rs-cod-sv                              pic 9(05).
       77 wk-rs-nome                                pic x(30).
       77 wk-rs-doc                                 pic x(20).
       77 wk-rs-endereco                            pic x(35).
       77 wk-rs-tel1                                pic x(15).
       77 wk-rs-tel2                                pic x(15).
       77 wk-rs-email                               pic x(40).
       77 wk-opcao-vr                               pic x(01).
       77 wk-vr-matr                                pic 9(05).
       77 wk-vr-aluno                               pic x(25).
       77 wk-vr-resp                                pic 9(05).
       77 wk-vr-parentesco                          pic x(15).
       77 wk-vr-legal                               pic x(01).
       77 achou-vr                                  pic x(01).
       77 vr-i                                      pic 9(02).
       01 vr-lista.
           05 vr-lin occurs 6                       pic x(70).
       77 wk-rl-cod                                 pic 9(05).
       77 wk-rl-nome                                pic x(30).
       77 wk-rl-parentesco                          pic x(15).
       77 wk-rl-doc                                 pic x(20).
       77 wk-rl-endereco                            pic x(35).
       77 wk-rl-tel1                                pic x(15).
       77 wk-rl-tel2                                pic x(15).
       77 wk-rl-email                               pic x(40).
       77 wk-rl-linha                               pic x(70).
       77 wk-rl-ptr                                 pic 9(03).

      *>    dados do Censo Escolar do aluno, arquivo do censo do ano
      *>    fechado e relatorio de distorcao idade-serie
       77 fs-censoalu                               pic x(02).
       77 fs-censo                                  pic x(02).
       77 fs-distorc                                pic x(02).
       77 wk-censo-aberto                           pic x(01) value "N".
       77 achou-censo                               pic x(01).
       77 wk-ce-matr                                pic 9(05).
       77 wk-ce-nasc                                pic 9(08).
       77 wk-ce-nasc-x                              pic x(08).
       77 wk-ce-sexo                                pic x(01).
       77 wk-ce-cor                                 pic x(01).
       77 wk-ce-nis                                 pic 9(11).
       77 wk-ce-natural                             pic x(30).
       77 wk-ce-uf                                  pic x(02).
       77 wk-ce-sit                                 pic x(01).
       77 wk-ce-sit-ano                             pic 9(04).
       77 wk-ce-nasc-sv                             pic 9(08).
       77 wk-ce-sexo-sv                             pic x(01).
       77 wk-ce-cor-sv                              pic x(01).
       77 wk-ce-nis-sv                              pic 9(11).
       77 wk-ce-natural-sv                          pic x(30).
       77 wk-ce-uf-sv                               pic x(02).
       77 wk-ce-sit-sv                              pic x(01).
       77 wk-censo-ano                              pic 9(04).
       77 cn-qtd-mat                                pic 9(06).
       77 cn-qtd-sit                                pic 9(06).
       77 cn-hash                                   pic 9(08)v99.
       77 cn-incompl                                pic 9(06).
       77 cn-sit-i                                  pic 9(01).
       01 cn-sit-area.
           05 cn-sit-qtd occurs 5                   pic 9(05).
       01 cn-header.
           05 cn-h-tipo                             pic x(01) value "H".
           05 cn-h-escola                           pic x(08)
                                                    value "ESC00001".
           05 cn-h-ano                              pic 9(04).
           05 cn-h-data                             pic 9(08).
       01 cn-matricula.
           05 cn-m-tipo                             pic x(01) value "M".
           05 cn-m-matr                             pic 9(05).
           05 cn-m-nome                             pic x(25).
           05 cn-m-nasc                             pic 9(08).
           05 cn-m-sexo                             pic x(01).
           05 cn-m-cor                              pic x(01).
           05 cn-m-nis                              pic 9(11).
           05 cn-m-natural                          pic x(30).
           05 cn-m-uf                               pic x(02).
           05 cn-m-turma                            pic x(05).
           05 cn-m-serie                            pic 9(02).
           05 cn-m-turno                            pic x(01).
       01 cn-situacao.
           05 cn-s-tipo                             pic x(01) value "S".
           05 cn-s-matr                             pic 9(05).
           05 cn-s-ano                              pic 9(04).
      *>        1 transferido, 2 deixou de frequentar, 3 falecido,
      *>        4 reprovado, 5 aprovado
           05 cn-s-sit                              pic 9(01).
           05 cn-s-situacao                         pic x(09).
           05 cn-s-media                            pic 9(02)v99.
       01 cn-trailer.
           05 cn-t-tipo                             pic x(01) value "T".
           05 cn-t-qtd-mat                          pic 9(06).
           05 cn-t-qtd-sit                          pic 9(06).
           05 cn-t-hash                             pic 9(08)v99.
           05 cn-t-sit-qtd occurs 5                 pic 9(05).
       77 wk-di-ano                                 pic 9(04).
       77 wk-di-turma                               pic x(05).
       77 di-ano-nasc                               pic 9(04).
       77 di-idade                                  pic 9(03).
       77 di-esperada                               pic 9(03).
       77 di-defasagem                              pic 9(03).
       77 di-idade-ed                               pic zz9.
       77 di-defas-ed                               pic zz9.
       77 di-alunos                                 pic 9(04).
       77 di-distorc                                pic 9(04).
       77 di-sem-nasc                               pic 9(04).
       77 di-pct                                    pic 9(03)v99.
       77 di-turmas                                 pic 9(03).
       77 di-tot-alunos                             pic 9(04).
       77 di-tot-distorc                            pic 9(04).
       77 di-tot-sem-nasc                           pic 9(04).

      *>    comparativo de desempenho entre anos a partir do historico,
      *>    por serie e disciplina (00 = linha geral do aluno)
       77 fs-comparat                               pic x(02).
       77 wk-cp-ano-ini                             pic 9(04).
       77 wk-cp-ano-fim                             pic 9(04).
       77 wk-cp-queda                               pic 9(03).
       77 wk-cp-serie                               pic 9(02).
       77 wk-cp-transf                              pic x(01).
       77 wk-cp-alerta                              pic x(20).
       77 cp-qtd                                    pic 9(03).
       77 cp-i                                      pic 9(03).
       77 cp-j                                      pic 9(03).
       77 cp-lim                                    pic 9(03).
       77 cp-ant                                    pic 9(03).
       77 cp-cheia                                  pic 9(05).
       77 cp-linhas                                 pic 9(06).
       01 cp-tab-area.
           05 cp-tab occurs 999.
               10 cp-chave.
                   15 cp-serie                      pic 9(02).
                   15 cp-disc                       pic 9(02).
                   15 cp-ano                        pic 9(04).
               10 cp-alunos                         pic 9(05).
               10 cp-soma                           pic 9(07)v99.
               10 cp-aprov                          pic 9(05).
               10 cp-recup                          pic 9(05).
               10 cp-transf                         pic 9(05).
       01 cp-troca                                  pic x(37).
      *>    linhas de disciplina do aluno em leitura: o historico grava as
      *>    disciplinas antes da linha geral, que e quem diz se o aluno
      *>    foi transferido
       77 pd-ano                                    pic 9(04).
       77 pd-cod                                    pic 9(03).
       77 pd-matr                                   pic 9(05).
       77 pd-qtd                                    pic 9(02).
       77 pd-i                                      pic 9(02).
       01 pd-tab-area.
           05 pd-tab occurs 20.
               10 pd-disc                           pic 9(02).
               10 pd-media                          pic 9(02)v99.
               10 pd-recup                          pic 9(02)v99.
               10 pd-situacao                       pic x(09).
       77 wk-cp-disc                                pic 9(02).
       77 wk-cp-media                               pic 9(02)v99.
       77 wk-cp-recup                               pic 9(02)v99.
       77 wk-cp-situacao                            pic x(09).
       77 wk-cp-ano                                 pic 9(04).
       77 cp-media                                  pic 9(02)v99.
       77 cp-pct-aprov                              pic 9(03)v99.
       77 cp-pct-recup                              pic 9(03)v99.
       77 cp-media-ant                              pic 9(02)v99.
       77 cp-aprov-ant                              pic 9(03)v99.
       77 cp-recup-ant                              pic 9(03)v99.
       77 cp-dif                                    pic s9(03)v99.
       77 cp-queda-pct                              pic 9(05)v99.
       77 cp-media-ed                               pic z9,99.
       77 cp-pct-ed                                 pic zz9,99.
       77 cp-dif-media-ed                           pic +z9,99.
       77 cp-dif-aprov-ed                           pic +zz9,99.
       77 cp-dif-recup-ed                           pic +zz9,99.
       77 cp-alunos-ed                              pic zzzz9.
       77 cp-transf-ed                              pic zzzz9.
       77 cp-pct-aprov-ed                           pic zz9,99.
       77 cp-pct-recup-ed                           pic zz9,99.
       77 cp-nome-disc                              pic x(20).
       77 wk-cp-dm-tx                               pic x(06).
       77 wk-cp-da-tx                               pic x(07).
       77 wk-cp-dr-tx                               pic x(07).
       77 pd-serie                                  pic 9(02).

      *>    convocacao dos responsaveis por nota baixa ou excesso de
      *>    faltas no bimestre, com os limites escolhidos pela secretaria
       77 fs-convoca                                pic x(02).
       77 wk-conv-falta                             pic x(01).
       77 wk-conv-pct                               pic 9(03)v99.
       77 wk-conv-pct-ed                            pic zz9,99.
       77 conv-qtd                                  pic 9(05).
       77 conv-qtd-ed                               pic zzzz9.
       77 conv-i                                    pic 9(05).
       77 conv-j                                    pic 9(05).
       77 conv-cartas                               pic 9(05).
       77 conv-cheia                                pic 9(05).
       01 conv-tab-area.
           05 conv-tab occurs 9999.
               10 conv-cod                          pic 9(05).
               10 conv-nome                         pic x(25).
               10 conv-motivo                       pic x(15).
               10 conv-turma                        pic x(05).
               10 conv-nota                         pic x(01).
               10 conv-falta                        pic x(01).
               10 conv-pct                          pic 9(03)v99.
               10 conv-resp                         pic 9(05).
               10 conv-impresso                     pic x(01).

      *>    modo batch noturno: rotinas executadas sem tela a partir do
      *>    BATCHPRM.DAT, com log de execucao e codigo de retorno
       77 sim-cont-ed                               pic zzz9.
       77 wk-joblog-txt                             pic x(80).

      *>    checkpoint, reinicio e dependencia entre passos do batch
       77 fs-chkpoint                               pic x(02).
       77 wk-reinicio                               pic x(01) value "N".
       77 wk-reinicio-seq                           pic 9(03).
       77 wk-passo-seq                              pic 9(03).
       77 wk-parm-linha                             pic x(60).
       77 wk-step-ocorr                             pic 9(05).
       77 wk-batch-retido                           pic x(01).
       77 wk-dep-se                                 pic x(10).
       77 wk-dep-step                               pic x(20).
       77 wk-dep-cond                               pic x(10).
       77 wk-dep-ok                                 pic x(01).
       77 wk-dep-invalida                           pic x(01).
       77 wk-dep-motivo                             pic x(40).
       77 wk-fim-ck                                 pic x(01).
       77 ck-qtd                                    pic 9(03).
       77 ck-i                                      pic 9(03).
       77 ck-achou                                  pic 9(03).
       77 ck-ocorr-ed                               pic zzzz9.
       01 ck-tab-area.
           05 ck-tab occurs 99.
               10 ck-t-step                         pic x(20).
               10 ck-t-data                         pic 9(08).
               10 ck-t-hora                         pic 9(06).
               10 ck-t-status                       pic x(02).
               10 ck-t-ocorr                        pic 9(05).

      *>    diario de transacoes da antiga tabela de alunos
       77 fs-journal                                pic x(02).

      *>    conversao unica da antiga tabela de 100 vagas (ALUNOS.DAT,
      *>    no layout de 165 ou no antigo de 150 bytes, reconhecido pelo
      *>    tamanho do arquivo) e do excedente (ALUNOSOV.DAT, no layout
      *>    antigo quando abre com status 39) para o mestre indexado,
      *>    com a frequencia, as notas por disciplina e a chamada
      *>    passando do codigo de vaga para a matricula
       77 fs-alunos-ant                             pic x(02).
       77 fs-alunos-ov-ant                          pic x(02).
       77 fs-frequen-ant                            pic x(02).
       77 fs-notasdis-ant                           pic x(02).
       77 fs-chamada-ant                            pic x(02).
       77 fs-convmst                                pic x(02).
       77 wk-arq-ov                                 pic x(12)
                                                    value "ALUNOSOV.DAT".
       77 wk-arq-mst                                pic x(12)
                                                    value "ALUNOMST.DAT".
       77 wk-arq-master-ant                         pic x(10)
                                                    value "ALUNOS.ANT".
       77 wk-arq-ov-ant                             pic x(12)
                                                    value "ALUNOSOV.ANT".
       77 wk-arq-conv                               pic x(12).
       77 wk-arq-conv-ant                           pic x(12).
       77 wk-conv-quoc                              pic 9(09).
       77 wk-conv-rem165                            pic 9(03).
       77 wk-conv-rem150                            pic 9(03).
       77 wk-conv-falha                             pic x(01) value "N".
       77 wk-conv-tem-mestre                        pic x(01).
       77 wk-conv-tem-ov                            pic x(01).
       77 wk-conv-cod                               pic 9(03).
       77 wk-conv-matr                              pic 9(05).
       77 wk-conv-txt                               pic x(100).
      *>        matricula de cada codigo de vaga antigo (zero = vaga livre)
       01 conv-mapa-area.
           05 conv-mapa occurs 999                  pic 9(05).
       77 cm-qtd-tab                                pic 9(05).
       77 cm-qtd-ov                                 pic 9(05).
       77 cm-qtd-ant                                pic 9(05).
       77 cm-qtd-grav                               pic 9(05).
       77 cm-qtd-dep                                pic 9(05).
       77 cm-renum                                  pic 9(05).
       77 cm-hash-ant                               pic 9(07)v99.
       77 cm-hash-dep                               pic 9(07)v99.
       77 cm-matr-grav                              pic 9(09).
       77 cm-matr-dep                               pic 9(09).
       77 cm-lidos                                  pic 9(06).
       77 cm-gravados                               pic 9(06).
       77 cm-descart                                pic 9(06).
       77 cm-qtd-ed                                 pic zzzzz9.
       77 cm-qtd2-ed                                pic zzzzz9.
       77 cm-qtd3-ed                                pic zzzzz9.
       77 cm-hash-ed                                pic z(06)9,99.
       77 cm-matr-ed                                pic z(08)9.


      *>----Variaveis para comunicação entre programas
           05 line 08 col 01 value "        [ ]Importar Turma                   [ ]Transferencia de Aluno            ".
           05 line 09 col 01 value "        [ ]Ranking da Turma                 [ ]Fechamento de Bimestre            ".
           05 line 10 col 01 value "        [ ]Cadastro de Faltas               [ ]Convocacao Responsaveis           ".
           05 line 11 col 01 value "        [ ]Boletim                          [ ]Regras de Avaliacao               ".
           05 line 12 col 01 value "        [ ]Exportacao Secretaria            [ ]Vinculo Professor                 ".
           05 line 13 col 01 value "        [ ]Fechamento de Ano                [ ]Pendencias do Professor           ".
           05 line 14 col 01 value "        [ ]Verificacao de Consistencia      [ ]Conselho de Classe                ".
           05 line 15 col 01 value "        [ ]Restaurar Backup                 [ ]Cadastro de Turmas                ".
           05 line 16 col 01 value "        [ ]Cadastro de Operadores           [ ]Rematricula                       ".
           05 line 17 col 01 value "        [ ]Estatisticas do Bimestre         [ ]Chamada Diaria                    ".
           05 line 18 col 01 value "        [ ]Cadastro de Responsaveis         [ ]Alerta de Evasao                  ".
           05 line 19 col 01 value "        [ ]Responsaveis do Aluno            [ ]Censo Escolar                     ".
           05 line 20 col 01 value "        [ ]Comparativo entre Anos           [ ]Distorcao Idade-Serie             ".

           05 sc-sair-menu            line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.
           using wk-fecha-bimestre foreground-color 15.
           05 sc-convocacao          line 10  col 46 pic x(01)
           using wk-convocacao foreground-color 15.
           05 sc-regras-aval         line 11  col 46 pic x(01)
           using wk-regras-aval foreground-color 15.
           05 sc-vinculo-prof        line 12  col 46 pic x(01)
           using wk-vinculo-prof foreground-color 15.
           05 sc-pend-prof           line 13  col 46 pic x(01)
           using wk-pend-prof foreground-color 15.
           05 sc-conselho            line 14  col 46 pic x(01)
           using wk-conselho foreground-color 15.
           05 sc-cadastro-turma      line 15  col 46 pic x(01)
           using wk-cadastro-turma foreground-color 15.
           05 sc-rematricula         line 16  col 46 pic x(01)
           using wk-rematricula foreground-color 15.
           05 sc-chamada             line 17  col 46 pic x(01)
           using wk-chamada foreground-color 15.
           05 sc-alerta-evasao       line 18  col 46 pic x(01)
           using wk-alerta-evasao foreground-color 15.
           05 sc-cadastro-resp       line 18  col 10 pic x(01)
           using wk-cadastro-resp foreground-color 15.
           05 sc-resp-aluno          line 19  col 10 pic x(01)
           using wk-resp-aluno foreground-color 15.
           05 sc-censo               line 19  col 46 pic x(01)
           using wk-censo foreground-color 15.
           05 sc-distorcao           line 20  col 46 pic x(01)
           using wk-distorcao foreground-color 15.
           05 sc-comparativo         line 20  col 10 pic x(01)
           using wk-comparativo foreground-color 15.


       01  tela-cad-aluno.
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Cadastro de Alunos                               ".
           05 line 03 col 01 value "      Matr.(0=novo):         Opcao(A-Altera E-Exclui):                           ".
           05 line 04 col 01 value "      Aluno    :                                                                 ".
           05 line 05 col 01 value "      Endereco :                                                                 ".
           05 line 06 col 01 value "      Mae      :                                                                 ".
           05 line 07 col 01 value "      Pai      :                                                                 ".
           05 line 08 col 01 value "      Telefone :                                                                 ".
           05 line 09 col 01 value "      Turma    :                                                                 ".
           05 line 11 col 01 value "      Nascim.  :           (aaaammdd)                                            ".
           05 line 12 col 01 value "      Sexo     :    (M/F)                                                        ".
           05 line 13 col 01 value "      Cor/raca :    (0=nao decl. 1=branca 2=preta 3=parda 4=amarela 5=indigena)  ".
           05 line 14 col 01 value "      NIS      :                                                                 ".
           05 line 15 col 01 value "      Natural  :                                 UF:                             ".
           05 line 16 col 01 value "      Sit.censo:    (A=deixou de frequentar F=falecido, branco=normal)           ".
           05 line 22 col 01 value "              [__________________________________________________]               ".


           05 sc-sair-cad-alu            line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-cod-cad-alu             line 03  col 22 pic 9(05)
           using wk-cod-cad-alu foreground-color 15.

           05 sc-opcao-cad-alu           line 03  col 56 pic x(01)
           05 sc-turma-cad-alu           line 09  col 17 pic x(05)
           using wk-turma foreground-color 15.

           05 sc-nasc-cad-alu            line 11  col 17 pic 9(08)
           using wk-ce-nasc foreground-color 15.

           05 sc-sexo-cad-alu            line 12  col 17 pic x(01)
           using wk-ce-sexo foreground-color 15.

           05 sc-cor-cad-alu             line 13  col 17 pic x(01)
           using wk-ce-cor foreground-color 15.

           05 sc-nis-cad-alu             line 14  col 17 pic 9(11)
           using wk-ce-nis foreground-color 15.

           05 sc-natural-cad-alu         line 15  col 17 pic x(30)
           using wk-ce-natural foreground-color 15.

           05 sc-uf-cad-alu              line 15  col 53 pic x(02)
           using wk-ce-uf foreground-color 15.

           05 sc-sit-censo-cad-alu       line 16  col 17 pic x(01)
           using wk-ce-sit foreground-color 15.


           05 sc-msn-cad-alu             line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Cadastro de Notas                                ".
           05 line 03 col 01 value "       Matricula:                                                                ".
           05 line 04 col 01 value "       Bimestre(1-4):                                                            ".
           05 line 05 col 01 value "       Nota      :                                                               ".
           05 line 06 col 01 value "       Turma     :                                                               ".
           05 line 07 col 01 value "       Disciplina:                                                               ".
           05 line 08 col 01 value "       (bimestre 5 = recuperacao final, so para media anual abaixo da aprovacao) ".
           05 line 22 col 01 value "              [__________________________________________________]               ".


           05 sc-sair-cad-not         line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-cod-aluno            line 03  col 19 pic 9(05)
           using wk-matr-busca foreground-color 15.

           05 sc-bimestre-cad-not     line 04  col 23 pic 9(01)
           using wk-bimestre foreground-color 15.
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Cadastro de Faltas                               ".
           05 line 03 col 01 value "       Matricula    :                                                            ".
           05 line 04 col 01 value "       Bimestre(1-4):                                                            ".
           05 line 05 col 01 value "       Faltas       :                                                            ".
           05 line 06 col 01 value "       Aulas dadas  :                                                            ".
           05 sc-sair-cad-fal         line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-cod-cad-fal          line 03  col 23 pic 9(05)
           using wk-matr-busca foreground-color 15.

           05 sc-bimestre-cad-fal     line 04  col 23 pic 9(01)
           using wk-bimestre foreground-color 15.
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Consulta Cadastro                                ".
           05 line 03 col 01 value " Matr.  Aluno         Endereco        Mae           Pai           Tel      Media ".

           05 line 19 col 01 value " Filtro Nome:                          Somente Reprovados(S/N):                  ".
           05 line 20 col 01 value " Turma (branco=todas):                                                           ".
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Boletim                                          ".
           05 line 04 col 01 value "      Matricula (0=todos) :                                                      ".

           05 sc-sair-bol-cod         line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-cod-boletim          line 04  col 29 pic 9(05)
           using wk-boletim-cod foreground-color 15.


           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Fechamento de Ano                                ".
           05 line 04 col 01 value "      Ano a fechar:                                                              ".
           05 line 05 col 01 value "      Ano letivo em curso:                                                       ".
           05 line 06 col 01 value "      (arquiva o ano no historico e limpa as notas para o ano novo;              ".
           05 line 07 col 01 value "       ano 0000 sai sem fechar nada)                                             ".

           05 sc-ano-fechamento       line 04  col 21 pic 9(04)
           using wk-fecha-ano foreground-color 15.

           05 sc-ano-let-fechamento   line 05  col 28 pic 9(04)
           from wk-ano-letivo foreground-color 15.


       01  tela-fechamento.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
           using wk-msn foreground-color 15.


       01  tela-cad-regra.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                          Regras de Avaliacao por Ano Letivo                     ".
           05 line 03 col 01 value "      Ano (aaaa):          Opcao(A-Altera E-Exclui, branco=inclui):              ".
           05 line 05 col 01 value "      Peso do 1o bimestre (0-9)....:                                             ".
           05 line 06 col 01 value "      Peso do 2o bimestre (0-9)....:                                             ".
           05 line 07 col 01 value "      Peso do 3o bimestre (0-9)....:                                             ".
           05 line 08 col 01 value "      Peso do 4o bimestre (0-9)....:                                             ".
           05 line 09 col 01 value "      Media para aprovacao.........:                                             ".
           05 line 10 col 01 value "      Limite de faltas (% das aulas):                                            ".
           05 line 11 col 01 value "      Recuperacao final............:    (M-media  S-substitui  X-maior nota)     ".
           05 line 13 col 01 value "      Ano letivo em curso..........:                                             ".
           05 line 15 col 01 value "      A regra de um ano vale tambem para os anos seguintes, ate que              ".
           05 line 16 col 01 value "      outra regra seja cadastrada. Ano fechado nao pode ser alterado.            ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-cad-regra       line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-ano-cad-regra        line 03  col 19 pic 9(04)
           using wk-rg-ano foreground-color 15.

           05 sc-opcao-cad-regra      line 03  col 69 pic x(01)
           using wk-opcao-cad-regra foreground-color 15.

           05 sc-peso1-cad-regra      line 05  col 39 pic 9(01)
           using wk-rg-peso(1) foreground-color 15.

           05 sc-peso2-cad-regra      line 06  col 39 pic 9(01)
           using wk-rg-peso(2) foreground-color 15.

           05 sc-peso3-cad-regra      line 07  col 39 pic 9(01)
           using wk-rg-peso(3) foreground-color 15.

           05 sc-peso4-cad-regra      line 08  col 39 pic 9(01)
           using wk-rg-peso(4) foreground-color 15.

           05 sc-media-cad-regra      line 09  col 39 pic 9(02)v99
           using wk-rg-media foreground-color 15.

           05 sc-faltas-cad-regra     line 10  col 39 pic 9(03)
           using wk-rg-lim-faltas foreground-color 15.

           05 sc-metodo-cad-regra     line 11  col 39 pic x(01)
           using wk-rg-metodo foreground-color 15.

           05 sc-ano-let-cad-regra    line 13  col 39 pic 9(04)
           from wk-ano-letivo foreground-color 15.

           05 sc-msn-cad-regra        line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-cad-vinc.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                          Vinculo Professor x Turma x Disciplina                 ".
           05 line 04 col 01 value "      Operador.....:                                                             ".
           05 line 05 col 01 value "      Turma........:                                                             ".
           05 line 06 col 01 value "      Disciplina...:      (00 = todas as disciplinas da turma)                   ".
           05 line 07 col 01 value "      Opcao........:      (E=exclui, branco=inclui)                              ".
           05 line 09 col 01 value "      (o operador precisa ter perfil P; o professor so lanca notas e             ".
           05 line 10 col 01 value "       faltas nas turmas e disciplinas vinculadas a ele)                         ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-cad-vinc        line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-oper-cad-vinc        line 04  col 21 pic x(10)
           using wk-vinc-oper foreground-color 15.

           05 sc-turma-cad-vinc       line 05  col 21 pic x(05)
           using wk-vinc-turma foreground-color 15.

           05 sc-disc-cad-vinc        line 06  col 21 pic 9(02)
           using wk-vinc-disc foreground-color 15.

           05 sc-opcao-cad-vinc       line 07  col 21 pic x(01)
           using wk-opcao-cad-vinc foreground-color 15.

           05 sc-msn-cad-vinc         line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-pend-prof.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                          Pendencias do Professor                                ".
           05 line 04 col 01 value "      Professor....:                                                             ".
           05 line 05 col 01 value "      Bimestre.....:      (sugerido o primeiro bimestre em aberto)               ".
           05 line 07 col 01 value "      (lista em PENDPROF.DAT as notas nao lancadas e as aulas dadas              ".
           05 line 08 col 01 value "       zeradas no bimestre, nas turmas atribuidas ao professor)                  ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-pend-prof       line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-oper-pend-prof       line 04  col 21 pic x(10)
           using wk-pend-oper foreground-color 15.

           05 sc-bim-pend-prof        line 05  col 21 pic 9(01)
           using wk-pend-bim foreground-color 15.

           05 sc-msn-pend-prof        line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-conselho.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                          Conselho de Classe - Deliberacoes                      ".
           05 line 03 col 01 value "      Ano letivo...:                                                             ".
           05 line 04 col 01 value "      Matricula....:                                                             ".
           05 line 05 col 01 value "      Disciplina...:      (00 = o aluno no geral)                                ".
           05 line 06 col 01 value "      Tipo.........:      (A=aprovacao pelo conselho  D=dependencia)             ".
           05 line 07 col 01 value "      Justificativa:                                                             ".
           05 line 09 col 01 value "      Data reuniao.:           (aaaammdd, zero = hoje)                           ".
           05 line 10 col 01 value "      Opcao........:      (A=altera E=exclui I=imprime ata, branco=inclui)       ".
           05 line 12 col 01 value "      Ata da turma.:            do ano:                                          ".
           05 line 14 col 01 value "      (dependencia so por disciplina, no maximo 2 por aluno no ano;              ".
           05 line 15 col 01 value "       a ata da turma sai em ATACONS.DAT)                                        ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-conselho        line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-ano-conselho         line 03  col 21 pic 9(04)
           from wk-ano-letivo foreground-color 15.

           05 sc-matr-conselho        line 04  col 21 pic 9(05)
           using wk-cs-matr foreground-color 15.

           05 sc-disc-conselho        line 05  col 21 pic 9(02)
           using wk-cs-disc foreground-color 15.

           05 sc-tipo-conselho        line 06  col 21 pic x(01)
           using wk-cs-tipo foreground-color 15.

           05 sc-justif-conselho      line 08  col 07 pic x(60)
           using wk-cs-justif foreground-color 15.

           05 sc-data-conselho        line 09  col 21 pic 9(08)
           using wk-cs-data foreground-color 15.

           05 sc-opcao-conselho       line 10  col 21 pic x(01)
           using wk-opcao-cons foreground-color 15.

           05 sc-ata-turma-conselho   line 12  col 21 pic x(05)
           using wk-ata-turma foreground-color 15.

           05 sc-ata-ano-conselho     line 12  col 38 pic 9(04)
           using wk-ata-ano foreground-color 15.

           05 sc-msn-conselho         line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-cad-turma.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Cadastro de Turmas                               ".
           05 line 03 col 01 value "      Turma........:                                                             ".
           05 line 04 col 01 value "      Serie........:                                                             ".
           05 line 05 col 01 value "      Turno........:      (M=manha T=tarde N=noite I=integral)                   ".
           05 line 06 col 01 value "      Sala.........:                                                             ".
           05 line 07 col 01 value "      Capacidade...:                                                             ".
           05 line 08 col 01 value "      Turma seguinte:        (branco = ultima serie, o aprovado conclui)         ".
           05 line 10 col 01 value "      Opcao........:      (A=altera E=exclui, branco=inclui)                     ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-cad-turma       line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-cod-cad-turma        line 03  col 21 pic x(05)
           using wk-tm-cod foreground-color 15.

           05 sc-serie-cad-turma      line 04  col 21 pic 9(02)
           using wk-tm-serie foreground-color 15.

           05 sc-turno-cad-turma      line 05  col 21 pic x(01)
           using wk-tm-turno foreground-color 15.

           05 sc-sala-cad-turma       line 06  col 21 pic x(05)
           using wk-tm-sala foreground-color 15.

           05 sc-capac-cad-turma      line 07  col 21 pic 9(03)
           using wk-tm-capac foreground-color 15.

           05 sc-prox-cad-turma       line 08  col 22 pic x(05)
           using wk-tm-prox foreground-color 15.

           05 sc-opcao-cad-turma      line 10  col 21 pic x(01)
           using wk-opcao-cad-turma foreground-color 15.

           05 sc-msn-cad-turma        line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-rematricula.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                          Rematricula do Ano Seguinte                            ".
           05 line 03 col 01 value "      Ano fechado..:                                                             ".
           05 line 04 col 01 value "      Confirma.....:      (S=aplica a enturmacao, branco=so a proposta)          ".
           05 line 06 col 01 value "      (aprovado segue para a turma seguinte da sua turma, reprovado              ".
           05 line 07 col 01 value "       repete a turma e transferido fica de fora; a proposta, com a              ".
           05 line 08 col 01 value "       ocupacao prevista de cada turma, sai em REMATRIC.DAT)                     ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-rematricula     line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-ano-rematricula      line 03  col 21 pic 9(04)
           using wk-rem-ano foreground-color 15.

           05 sc-confirma-rematricula line 04  col 21 pic x(01)
           using wk-rem-confirma foreground-color 15.

           05 sc-msn-rematricula      line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-chamada.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Chamada Diaria                                   ".
           05 line 03 col 01 value "      Data.........:           (aaaammdd, zero = hoje)                           ".
           05 line 04 col 01 value "      Turma........:                                                             ".
           05 line 05 col 01 value "      Disciplina...:      (00 = regime de nota unica)                            ".
           05 line 06 col 01 value "      Bimestre.....:      (1 - 4)                                                ".
           05 line 08 col 01 value "      (cada aluno ativo da turma e chamado em seguida, P=presente                ".
           05 line 09 col 01 value "       F=falta; Sair na tela do aluno interrompe a chamada)                      ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-chamada         line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-data-chamada         line 03  col 21 pic 9(08)
           using wk-ch-data foreground-color 15.

           05 sc-turma-chamada        line 04  col 21 pic x(05)
           using wk-ch-turma foreground-color 15.

           05 sc-disc-chamada         line 05  col 21 pic 9(02)
           using wk-ch-disc foreground-color 15.

           05 sc-bim-chamada          line 06  col 21 pic 9(01)
           using wk-ch-bim foreground-color 15.

           05 sc-msn-chamada          line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-chamada-aluno.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Chamada Diaria                                   ".
           05 line 03 col 01 value "      Data.........:                                                             ".
           05 line 04 col 01 value "      Turma........:                                                             ".
           05 line 05 col 01 value "      Disciplina...:                                                             ".
           05 line 06 col 01 value "      Bimestre.....:                                                             ".
           05 line 08 col 01 value "      Matricula....:                                                             ".
           05 line 09 col 01 value "      Aluno........:                                                             ".
           05 line 10 col 01 value "      Presenca.....:      (P=presente F=falta)                                   ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-chamada-alu     line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-data-chamada-alu     line 03  col 21 pic 9(08)
           from wk-ch-data foreground-color 15.

           05 sc-turma-chamada-alu    line 04  col 21 pic x(05)
           from wk-ch-turma foreground-color 15.

           05 sc-disc-chamada-alu     line 05  col 21 pic 9(02)
           from wk-ch-disc foreground-color 15.

           05 sc-bim-chamada-alu      line 06  col 21 pic 9(01)
           from wk-ch-bim foreground-color 15.

           05 sc-matr-chamada-alu     line 08  col 21 pic x(05)
           from wk-matr-ed foreground-color 15.

           05 sc-aluno-chamada-alu    line 09  col 21 pic x(25)
           from aluno-tmp foreground-color 15.

           05 sc-pres-chamada-alu     line 10  col 21 pic x(01)
           using wk-ch-pres foreground-color 15.

           05 sc-msn-chamada-alu      line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-alerta-evasao.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                            Alerta de Evasao Escolar                             ".
           05 line 03 col 01 value "      Mes..........:         (aaaamm)                                            ".
           05 line 04 col 01 value "      Dias seguidos:      (dias letivos seguidos de falta, 0 = nao usa)          ".
           05 line 05 col 01 value "      % faltas mes.:      (acima deste percentual, 0 = nao usa)                  ".
           05 line 06 col 01 value "      Turma........:      (branco = escola toda)                                 ".
           05 line 08 col 01 value "      (o relatorio sai em ALERTEVA.DAT com os responsaveis e o                   ".
           05 line 09 col 01 value "       telefone, para contato e aviso ao Conselho Tutelar)                       ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-alerta          line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-mes-alerta           line 03  col 21 pic 9(06)
           using wk-ev-mes foreground-color 15.

           05 sc-dias-alerta          line 04  col 21 pic 9(02)
           using wk-ev-dias foreground-color 15.

           05 sc-pct-alerta           line 05  col 21 pic 9(03)
           using wk-ev-pct foreground-color 15.

           05 sc-turma-alerta         line 06  col 21 pic x(05)
           using wk-ev-turma foreground-color 15.

           05 sc-msn-alerta           line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-cad-resp.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Cadastro de Responsaveis                         ".
           05 line 03 col 01 value "      Codigo.......:        (0=novo)                                             ".
           05 line 04 col 01 value "      Nome.........:                                                             ".
           05 line 05 col 01 value "      Documento....:                                                             ".
           05 line 06 col 01 value "      Endereco.....:                                                             ".
           05 line 07 col 01 value "      Telefone 1...:                                                             ".
           05 line 08 col 01 value "      Telefone 2...:                                                             ".
           05 line 09 col 01 value "      E-mail.......:                                                             ".
           05 line 11 col 01 value "      Opcao........:      (A=altera E=exclui, branco=inclui)                     ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-cad-resp       line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-cod-cad-resp        line 03  col 21 pic 9(05)
           using wk-rs-cod foreground-color 15.

           05 sc-nome-cad-resp       line 04  col 21 pic x(30)
           using wk-rs-nome foreground-color 15.

           05 sc-doc-cad-resp        line 05  col 21 pic x(20)
           using wk-rs-doc foreground-color 15.

           05 sc-end-cad-resp        line 06  col 21 pic x(35)
           using wk-rs-endereco foreground-color 15.

           05 sc-tel1-cad-resp       line 07  col 21 pic x(15)
           using wk-rs-tel1 foreground-color 15.

           05 sc-tel2-cad-resp       line 08  col 21 pic x(15)
           using wk-rs-tel2 foreground-color 15.

           05 sc-email-cad-resp      line 09  col 21 pic x(40)
           using wk-rs-email foreground-color 15.

           05 sc-opcao-cad-resp      line 11  col 21 pic x(01)
           using wk-opcao-cad-resp foreground-color 15.

           05 sc-msn-cad-resp        line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-resp-aluno.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Responsaveis do Aluno                            ".
           05 line 03 col 01 value "      Matricula....:                                                             ".
           05 line 04 col 01 value "      Responsavel..:        (codigo do cadastro de responsaveis)                 ".
           05 line 05 col 01 value "      Parentesco...:                                                             ".
           05 line 06 col 01 value "      Resp. legal..:      (S/N - um so por aluno)                                ".
           05 line 07 col 01 value "      Opcao........:      (E=desfaz o vinculo, branco=grava)                     ".
           05 line 09 col 01 value "      Responsaveis ligados ao aluno:                                             ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-resp-alu       line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-matr-resp-alu       line 03  col 21 pic 9(05)
           using wk-vr-matr foreground-color 15.

           05 sc-aluno-resp-alu      line 03  col 28 pic x(25)
           from wk-vr-aluno foreground-color 15.

           05 sc-resp-resp-alu       line 04  col 21 pic 9(05)
           using wk-vr-resp foreground-color 15.

           05 sc-parent-resp-alu     line 05  col 21 pic x(15)
           using wk-vr-parentesco foreground-color 15.

           05 sc-legal-resp-alu      line 06  col 21 pic x(01)
           using wk-vr-legal foreground-color 15.

           05 sc-opcao-resp-alu      line 07  col 21 pic x(01)
           using wk-opcao-vr foreground-color 15.

           05 sc-lin1-resp-alu       line 11  col 07 pic x(70)
           from vr-lin(1) foreground-color 15.

           05 sc-lin2-resp-alu       line 12  col 07 pic x(70)
           from vr-lin(2) foreground-color 15.

           05 sc-lin3-resp-alu       line 13  col 07 pic x(70)
           from vr-lin(3) foreground-color 15.

           05 sc-lin4-resp-alu       line 14  col 07 pic x(70)
           from vr-lin(4) foreground-color 15.

           05 sc-lin5-resp-alu       line 15  col 07 pic x(70)
           from vr-lin(5) foreground-color 15.

           05 sc-lin6-resp-alu       line 16  col 07 pic x(70)
           from vr-lin(6) foreground-color 15.

           05 sc-msn-resp-alu        line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.



       01  tela-censo.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Censo Escolar                                    ".
           05 line 03 col 01 value "      Ano fechado..:                                                             ".
           05 line 05 col 01 value "      (um registro de matricula e um de situacao por aluno do ano no             ".
           05 line 06 col 01 value "       historico, com os dados do censo do cadastro; o arquivo sai em            ".
           05 line 07 col 01 value "       CENSO.DAT com header e trailer de controle)                               ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-censo          line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-ano-censo           line 03  col 21 pic 9(04)
           using wk-censo-ano foreground-color 15.

           05 sc-msn-censo           line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-distorcao.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                            Distorcao Idade-Serie                                ".
           05 line 03 col 01 value "      Ano referencia:                                                            ".
           05 line 04 col 01 value "      Turma........:       (branco = todas as turmas)                            ".
           05 line 06 col 01 value "      (aluno com 2 anos ou mais acima da idade esperada para a serie;            ".
           05 line 07 col 01 value "       o relatorio sai em DISTORC.DAT)                                           ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-distorcao      line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-ano-distorcao       line 03  col 22 pic 9(04)
           using wk-di-ano foreground-color 15.

           05 sc-turma-distorcao     line 04  col 21 pic x(05)
           using wk-di-turma foreground-color 15.

           05 sc-msn-distorcao       line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-comparativo.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                        Comparativo de Desempenho entre Anos                     ".
           05 line 03 col 01 value "      Ano inicial..:                                                             ".
           05 line 04 col 01 value "      Ano final....:                                                             ".
           05 line 05 col 01 value "      Queda (%)....:      (alerta de queda sobre o ano anterior, 0 = sem)        ".
           05 line 07 col 01 value "      (media, aprovacao, recuperacao e transferencias por serie e                ".
           05 line 08 col 01 value "       disciplina, a partir do historico; o relatorio sai em COMPARAT.DAT)       ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-comparativo    line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-ini-comparativo     line 03  col 21 pic 9(04)
           using wk-cp-ano-ini foreground-color 15.

           05 sc-fim-comparativo     line 04  col 21 pic 9(04)
           using wk-cp-ano-fim foreground-color 15.

           05 sc-queda-comparativo   line 05  col 21 pic 9(03)
           using wk-cp-queda foreground-color 15.

           05 sc-msn-comparativo     line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-restaura.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Restaurar Backup                                 ".
           05 line 04 col 01 value "      Geracao 1 (mais recente):                                                  ".
           05 line 05 col 01 value "      Geracao 2...............:                                                  ".
           05 line 06 col 01 value "      Geracao 3 (mais antiga).:                                                  ".
           05 line 08 col 01 value "      Restaurar geracao (1-3).:                                                  ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-restaura        line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-ger1-restaura        line 04  col 33 pic x(16)
           using wk-ger1-dt foreground-color 15.
           05 sc-ger2-restaura        line 05  col 33 pic x(16)
           using wk-ger2-dt foreground-color 15.
           05 sc-ger3-restaura        line 06  col 33 pic x(16)
           using wk-ger3-dt foreground-color 15.

           05 sc-gen-restaura         line 08  col 33 pic 9(01)
           using wk-restaura-gen foreground-color 15.

           05 sc-msn-restaura         line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-critica.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Verificacao de Consistencia                      ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-critica         line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-msn-critica          line 04  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-exporta.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Exportacao Secretaria                            ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-exporta         line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-msn-exporta          line 04  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-retorno.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Processar Retorno                                ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-retorno         line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-msn-retorno          line 04  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-historico.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Historico Escolar                                ".
           05 line 04 col 01 value "      Matricula (0=consulta por turma).:                                         ".
           05 line 05 col 01 value "      Ano fechado (consulta por turma).:                                         ".
           05 line 06 col 01 value "      Turma (consulta por turma).......:                                         ".

           05 sc-sair-hist            line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-cod-hist             line 04  col 42 pic 9(05)
           using wk-hist-cod foreground-color 15.

           05 sc-ano-hist             line 05  col 42 pic 9(04)
           using wk-hist-ano foreground-color 15.

           05 sc-turma-hist           line 06  col 42 pic x(05)
           using wk-hist-turma foreground-color 15.


       01  tela-hist-res.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Historico Escolar                                ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-hist-res        line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-msn-hist-res         line 04  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-auditoria.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Consulta Auditoria                               ".
           05 line 19 col 01 value " Operador:             Cod:       Data ini:           Data fim:                  ".
           05 line 20 col 01 value " Texto acao:                                                                     ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-auditoria       line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-aud-lin1             line 03  col 02 pic x(79)
           using wk-log-rel(1) foreground-color 12.
           05 sc-aud-lin2             line 04  col 02 pic x(79)
           using wk-log-rel(2) foreground-color 12.
           05 sc-aud-lin3             line 05  col 02 pic x(79)
           using wk-log-rel(3) foreground-color 12.
           05 sc-aud-lin4             line 06  col 02 pic x(79)
           using wk-log-rel(4) foreground-color 12.
           05 sc-aud-lin5             line 07  col 02 pic x(79)
           using wk-log-rel(5) foreground-color 12.
           05 sc-aud-lin6             line 08  col 02 pic x(79)
           using wk-log-rel(6) foreground-color 12.
           05 sc-aud-lin7             line 09  col 02 pic x(79)
           using wk-log-rel(7) foreground-color 12.
           05 sc-aud-lin8             line 10  col 02 pic x(79)
           using wk-log-rel(8) foreground-color 12.
           05 sc-aud-lin9             line 11  col 02 pic x(79)
           using wk-log-rel(9) foreground-color 12.
           05 sc-aud-lin10            line 12  col 02 pic x(79)
           using wk-log-rel(10) foreground-color 12.
           05 sc-aud-lin11            line 13  col 02 pic x(79)
           using wk-log-rel(11) foreground-color 12.
           05 sc-aud-lin12            line 14  col 02 pic x(79)
           using wk-log-rel(12) foreground-color 12.
           05 sc-aud-lin13            line 15  col 02 pic x(79)
           using wk-log-rel(13) foreground-color 12.
           05 sc-aud-lin14            line 16  col 02 pic x(79)
           using wk-log-rel(14) foreground-color 12.
           05 sc-aud-lin15            line 17  col 02 pic x(79)
           using wk-log-rel(15) foreground-color 12.

           05 sc-aud-oper             line 19  col 12 pic x(10)
           using wk-aud-oper foreground-color 15.
           05 sc-aud-cod              line 19  col 29 pic 9(05)
           using wk-aud-cod foreground-color 15.
           05 sc-aud-dtini            line 19  col 45 pic 9(08)
           using wk-aud-data-ini foreground-color 15.
           05 sc-aud-dtfim            line 19  col 66 pic 9(08)
           using wk-aud-data-fim foreground-color 15.
           05 sc-aud-texto            line 20  col 14 pic x(25)
           using wk-aud-texto foreground-color 15.

           05 sc-msn-auditoria        line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-transfer.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Transferencia de Aluno                           ".
           05 line 04 col 01 value "      Matricula.:                                                                ".
           05 line 05 col 01 value "      Opcao.....:   (S=saida c/ declaracao, E=entrada de outra escola)          ".
           05 line 07 col 01 value "      (a entrada marca um aluno ja incluido no cadastro e libera o              ".
           05 line 08 col 01 value "       lancamento das notas dos bimestres anteriores ja fechados)               ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-transfer        line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-cod-transfer         line 04  col 19 pic 9(05)
           using wk-transf-matr foreground-color 15.

           05 sc-opcao-transfer       line 05  col 19 pic x(01)
           using wk-opcao-transf foreground-color 15.

           05 sc-msn-transfer         line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-fecha-bim.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Fechamento de Bimestre                           ".
           05 line 04 col 01 value "      Bimestre (1-4):                                                            ".
           05 line 05 col 01 value "      Opcao.........:   (F=fecha R=reabre)                                       ".
           05 line 06 col 01 value "      Confirma (S/N):   (fechar com pendencias exige confirmacao)               ".
           05 line 08 col 01 value "      (o fechamento imprime antes a lista de pendencias em PENDBIM.DAT:         ".
           05 line 09 col 01 value "       notas nao lancadas e aulas dadas zeradas no bimestre)                    ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-fecha-bim       line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-bim-fecha-bim        line 04  col 23 pic 9(01)
           using wk-fecha-bim foreground-color 15.

           05 sc-opcao-fecha-bim      line 05  col 23 pic x(01)
           using wk-opcao-fecha-bim foreground-color 15.

           05 sc-confirma-fecha-bim   line 06  col 23 pic x(01)
           using wk-confirma-fecha foreground-color 15.

           05 sc-msn-fecha-bim        line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-convoca.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Convocacao de Responsaveis                       ".
           05 line 04 col 01 value "      Turma (branco=todas)....:                                                  ".
           05 line 05 col 01 value "      Bimestre (1-4)..........:                                                  ".
           05 line 06 col 01 value "      Nota abaixo de..........:                                                  ".
           05 line 07 col 01 value "      Faltas acima de (pct)...:                                                  ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-convoca         line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-turma-convoca        line 04  col 33 pic x(05)
           using wk-conv-turma foreground-color 15.

           05 sc-bim-convoca          line 05  col 33 pic 9(01)
           using wk-conv-bim foreground-color 15.

           05 sc-nota-convoca         line 06  col 33 pic 9(02)v99
           using wk-conv-nota-lim foreground-color 15.

           05 sc-falta-convoca        line 07  col 33 pic 9(03)
           using wk-conv-falta-lim foreground-color 15.

           05 sc-msn-convoca          line 22  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-relatorio-turma.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Relatorio Geral                                  ".
           05 line 04 col 01 value "      Turma (branco=todas):                                                      ".

           05 sc-sair-rel-turma       line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-turma-relatorio      line 04  col 29 pic x(05)
           using wk-turma-sel foreground-color 15.


       01  tela-relatorio.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Relatorio Geral                                  ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-relatorio       line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-msn-relatorio        line 04  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-ranking-n.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Ranking da Turma                                 ".
           05 line 04 col 01 value "      Top N (0=turma toda):                                                      ".
           05 line 05 col 01 value "      Turma (branco=todas):                                                      ".

           05 sc-sair-ranking-n       line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-ranking-n            line 04  col 30 pic 9(03)
           using wk-ranking-n foreground-color 15.

           05 sc-turma-ranking        line 05  col 30 pic x(05)
           using wk-turma-sel foreground-color 15.


       01  tela-ranking.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Ranking da Turma                                 ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-sair-ranking         line 01  col 71 pic x(01)
           using wk-sair foreground-color 12.

           05 sc-msn-ranking          line 04  col 16 pic x(50)
           using wk-msn foreground-color 15.


       01  tela-aviso.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 02 col 01 value "                                   Aviso                                         ".
           05 line 22 col 01 value "              [__________________________________________________]               ".

           05 sc-msn-aviso            line 04  col 16 pic x(50)
           using wk-msn foreground-color 12.



      *>Declaração do corpo do programa
       procedure division.

      *>    com qualquer parametro na linha de comando o programa roda o
      *>    modo batch noturno (passos no BATCHPRM.DAT) e encerra sem
      *>    nenhuma tela; sem parametro segue o fluxo interativo normal;
      *>    o parametro REINICIO retoma o job do checkpoint anterior
           accept wk-cmd-line from command-line
           if wk-cmd-line <> space then
               perform executar-batch
           end-if

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.
      *>    inicializa menu
           move  spaces      to     cod-menu

           perform abrir-operadores

           if wk-msn <> space then
               display tela-aviso
               accept tela-aviso
           end-if

           perform efetuar-login

           perform carregar-backctrl

           perform carregar-matrctrl

           perform carregar-bimctrl

           perform converter-mestre-alunos

           if wk-msn <> space then
               display tela-aviso
               accept tela-aviso
           end-if

      *>    conversao que nao fechou os totais deixa os arquivos antigos
      *>    como estavam; sem o mestre nao ha como seguir
           if wk-conv-falha = "S" then
               close operador-file
               stop run
           end-if

           perform abrir-mestre-alunos

           if wk-msn <> space then
               display tela-aviso
               accept tela-aviso
           end-if

           perform abrir-frequencia

           if wk-msn <> space then
               display tela-aviso
               accept tela-aviso
           end-if

           perform abrir-disciplinas

           if wk-msn <> space then
               display tela-aviso
               accept tela-aviso
           end-if

           perform abrir-regras

           if wk-msn <> space then
               display tela-aviso
               accept tela-aviso
           end-if

           perform determinar-ano-letivo
           move wk-ano-letivo to wk-ano-proc
           perform carregar-regras-ano

           perform abrir-profturm

           if wk-msn <> space then
               display tela-aviso
               accept tela-aviso
           end-if

           perform abrir-conselho

           if wk-msn <> space then
               display tela-aviso
               accept tela-aviso
           end-if

           perform abrir-turmas

           if wk-msn <> space then
               display tela-aviso
               accept tela-aviso
           end-if

           perform abrir-chamada

           if wk-msn <> space then
               display tela-aviso
               accept tela-aviso
           end-if

           perform abrir-responsaveis

           if wk-msn <> space then
               display tela-aviso
               accept tela-aviso
           end-if

           perform abrir-censo

           if wk-msn <> space then
               display tela-aviso
               accept tela-aviso
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre o cadastro de operadores, criando-o na primeira execucao,
      *>  e verifica se ja existe algum operador cadastrado
      *>------------------------------------------------------------------------
       abrir-operadores section.
           move space to wk-msn
           open i-o operador-file

           if fs-operador = "35" then
      *>        arquivo ainda nao existe, cria e reabre para leitura/gravacao
               open output operador-file
               close operador-file
               open i-o operador-file
           end-if

           if fs-operador <> "00" then
               move "Erro ao abrir OPERADOR.DAT" to wk-msn
               move "N" to wk-oper-existe
           else
               move low-values to oper-id
               start operador-file key is not less than oper-id
                   invalid key
                       move "N" to wk-oper-existe
                   not invalid key
                       read operador-file next record
                           at end
                               move "N" to wk-oper-existe
                           not at end
                               move "S" to wk-oper-existe
                       end-read
               end-start
           end-if
           .
       abrir-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  identificacao do operador com senha e limite de tres tentativas;
      *>  enquanto nao existir operador cadastrado a entrada e liberada
      *>  com o perfil de coordenador, para o primeiro cadastro
      *>------------------------------------------------------------------------
       efetuar-login section.
           move space to wk-msn

      *>    sem o cadastro de operadores aberto nao ha como conferir
      *>    senha nenhuma: encerra em vez de liberar o acesso
           if fs-operador <> "00" then
               move "Cadastro de operadores indisponivel - encerrando"
                   to wk-msn
               display tela-aviso
               accept tela-aviso
               stop run
           end-if

           if wk-oper-existe = "N" then
               perform until wk-operador <> space
                   display tela-login
                   accept tela-login
               end-perform
               move "C" to wk-perfil
               move "Sem operadores cadastrados - perfil coordenador"
                   to wk-msn
               display tela-aviso
               accept tela-aviso
               move space to wk-msn
           else
               move "N"  to wk-login-ok
               move zero to wk-tentativas

               perform until wk-login-ok = "S"
                          or wk-tentativas >= 3
                   move spaces to wk-operador
                   move spaces to wk-senha

                   display tela-login
                   accept tela-login

                   move wk-operador to oper-id
                   read operador-file record
                       invalid key
                           move "N" to achou-oper
                       not invalid key
                           move "S" to achou-oper
                   end-read

                   if  achou-oper = "S"
                   and wk-senha = oper-senha
                   and wk-senha <> space then
                       move "S"         to wk-login-ok
                       move oper-perfil to wk-perfil
                   else
                       add 1 to wk-tentativas
                       move "Operador ou senha invalidos" to wk-msn
                   end-if
               end-perform

               if wk-login-ok <> "S" then
      *>            esgotou as tentativas: registra e encerra sem entrar
                   move zero to wk-log-cod
                   move "Acesso negado - tentativas esgotadas" to wk-log-acao
                   perform registrar-log

                   move "Tentativas esgotadas - acesso encerrado" to wk-msn
                   display tela-aviso
                   accept tela-aviso

                   close operador-file
                   stop run
               end-if

               move space to wk-msn
           end-if
           .
       efetuar-login-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega a tabela de 100 vagas a partir do ALUNOS.DAT, para a
      *>  conversao para o mestre indexado
      *>------------------------------------------------------------------------
       carregar-alunos section.
           move space to wk-msn
           open input alunos-file

           if fs-alunos = "00" then
               move zero to ind
               perform until ind > 100
                   read alunos-file
                       at end
                           move 101 to ind
                       not at end
                           add 1 to ind
                           if ind > 100 then
                               exit perform
                           end-if
                           move aluno-arq           to  aluno(ind)
                           move endereco-arq        to  endereco(ind)
                           move mae-arq             to  mae(ind)
                           move pai-arq             to  pai(ind)
                           move telefone-arq        to  telefone(ind)
                           move turma-arq           to  turma(ind)
                           move notas-arq(1)        to  nota(ind 1)
                           move notas-arq(2)        to  nota(ind 2)
                           move notas-arq(3)        to  nota(ind 3)
                           move notas-arq(4)        to  nota(ind 4)
                           move nota-rec-arq        to  recupera(ind)
                           move exp-sit-arq         to  exp-sit(ind)
      *>                    mestre gravado antes da matricula existir
      *>                    vem com o campo invalido: entra como zero e
      *>                    recebe numero na gravacao do mestre novo
                           if matricula-arq is numeric then
                               move matricula-arq   to  matricula(ind)
                           else
                               move zero            to  matricula(ind)
                           end-if
                           move sit-transf-arq      to  sit-transf(ind)
                           if data-transf-arq is numeric then
                               move data-transf-arq to  data-transf(ind)
                           else
                               move zero            to  data-transf(ind)
                           end-if
                   end-read
               end-perform
               close alunos-file
           else
               move "Erro na conversao de ALUNOS.DAT" to wk-msn
           end-if
           .
       carregar-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre o mestre de alunos, criando-o na primeira execucao; depois
      *>  de uma conversao que falhou ele nao e criado vazio, para a
      *>  proxima execucao ainda encontrar os arquivos antigos a converter
      *>------------------------------------------------------------------------
       abrir-mestre-alunos section.
           move space to wk-msn
           move "N"   to wk-mestre-aberto

           if wk-conv-falha = "S" then
               move "Mestre de alunos nao convertido" to wk-msn
           else
               open i-o alunomst-file

               if fs-alunomst = "35" then
      *>            arquivo ainda nao existe, cria e reabre para leitura/gravacao
                   open output alunomst-file
                   close alunomst-file
                   open i-o alunomst-file
               end-if

               if fs-alunomst <> "00" then
                   move "Erro ao abrir ALUNOMST.DAT" to wk-msn
               else
                   move "S" to wk-mestre-aberto
               end-if
           end-if
           .
       abrir-mestre-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre o arquivo de frequencia, criando-o na primeira execucao
      *>------------------------------------------------------------------------
       abrir-frequencia section.
           move space to wk-msn
           open i-o frequen-file

           if fs-frequen = "35" then
      *>        arquivo ainda nao existe, cria e reabre para leitura/gravacao
               open output frequen-file
               close frequen-file
               open i-o frequen-file
           end-if

           if fs-frequen <> "00" then
               move "Erro ao abrir FREQUENC.DAT" to wk-msn
           end-if
           .
       abrir-frequencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre a grade de disciplinas e o arquivo de notas por disciplina,
      *>  criando-os na primeira execucao, e carrega a grade em memoria
      *>------------------------------------------------------------------------
       abrir-disciplinas section.
           move space to wk-msn
           open i-o disciplina-file

           if fs-disciplina = "35" then
      *>        arquivo ainda nao existe, cria e reabre para leitura/gravacao
               open output disciplina-file
               close disciplina-file
               open i-o disciplina-file
           end-if

           if fs-disciplina <> "00" then
               move "Erro ao abrir DISCIPLI.DAT" to wk-msn
           end-if

           open i-o notasdis-file

           if fs-notasdis = "35" then
               open output notasdis-file
               close notasdis-file
               open i-o notasdis-file
           end-if

           if fs-notasdis <> "00" then
               move "Erro ao abrir NOTASDIS.DAT" to wk-msn
           end-if

           perform carregar-disciplinas
           .
       abrir-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega a grade de disciplinas em memoria; com a grade vazia o
      *>  sistema segue no regime antigo de nota unica por bimestre
      *>------------------------------------------------------------------------
       carregar-disciplinas section.
           move zero to disc-qtd

           if fs-disciplina = "00" then
               move zero to disc-id
               start disciplina-file key is not less than disc-id
                   invalid key
                       move "10" to fs-disciplina
                   not invalid key
                       move "00" to fs-disciplina
               end-start

               perform until fs-disciplina = "10"
                   read disciplina-file next record
                       at end
                           move "10" to fs-disciplina
                       not at end
                           if disc-qtd < 20 then
                               add 1 to disc-qtd
                               move disc-id   to dt-id(disc-qtd)
                               move disc-nome to dt-nome(disc-qtd)
                           end-if
                   end-read
               end-perform
               move "00" to fs-disciplina
           end-if
           .
       carregar-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le do MATRCTRL.DAT a ultima matricula atribuida
      *>------------------------------------------------------------------------
       carregar-matrctrl section.
           move zero to wk-ult-matricula
           open input matrctrl-file

           if fs-matrctrl = "00" then
               read matrctrl-file
                   at end
                       continue
                   not at end
                       if matrctrl-rec is numeric then
                           move matrctrl-rec to wk-ult-matricula
                       end-if
               end-read
               close matrctrl-file
           end-if
           .
       carregar-matrctrl-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava o MATRCTRL.DAT com a ultima matricula atribuida; a
      *>  gravacao acompanha cada atribuicao, para o numero nao voltar
      *>  atras numa queda
      *>------------------------------------------------------------------------
       gravar-matrctrl section.
           open output matrctrl-file

           if fs-matrctrl = "00" then
               move wk-ult-matricula to matrctrl-rec
               write matrctrl-rec
               close matrctrl-file
           end-if
           .
       gravar-matrctrl-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  atribui a proxima matricula da sequencia e persiste o controle
      *>------------------------------------------------------------------------
       obter-prox-matricula section.
           add 1 to wk-ult-matricula
           perform gravar-matrctrl
           .
       obter-prox-matricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le do BIMCTRL.DAT a situacao de fechamento dos quatro bimestres
      *>------------------------------------------------------------------------
       carregar-bimctrl section.
           perform varying wk-bim-i from 1 by 1 until wk-bim-i > 4
               move space to bim-fechado(wk-bim-i)
           end-perform

           open input bimctrl-file

           if fs-bimctrl = "00" then
               perform varying wk-bim-i from 1 by 1 until wk-bim-i > 4
                   read bimctrl-file
                       at end
                           move space to bimctrl-rec
                       not at end
                           move bimctrl-rec to bim-fechado(wk-bim-i)
                   end-read
               end-perform
               close bimctrl-file
           end-if
           .
       carregar-bimctrl-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava o BIMCTRL.DAT com a situacao atual dos bimestres
      *>------------------------------------------------------------------------
       gravar-bimctrl section.
           open output bimctrl-file

           if fs-bimctrl = "00" then
               perform varying wk-bim-i from 1 by 1 until wk-bim-i > 4
                   move bim-fechado(wk-bim-i) to bimctrl-rec
                   write bimctrl-rec
               end-perform
               close bimctrl-file
           else
               move "Erro ao gravar BIMCTRL.DAT" to wk-msn
           end-if
           .
       gravar-bimctrl-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conversao unica para o mestre indexado ALUNOMST.DAT: enquanto
      *>  ele nao existe e ainda ha ALUNOS.DAT ou ALUNOSOV.DAT, a tabela
      *>  de 100 vagas (com o diario por cima) e o excedente sao gravados
      *>  no mestre pela matricula, e a frequencia, as notas por
      *>  disciplina e a chamada passam do codigo de vaga para a
      *>  matricula; o CONVMST.DAT registra as contagens e os totais de
      *>  controle de antes e de depois. So com os totais conferidos os
      *>  arquivos antigos viram .ANT; senao o mestre novo e descartado
      *>  e os antigos ficam como estavam para uma nova tentativa
      *>------------------------------------------------------------------------
       converter-mestre-alunos section.
           move space to wk-msn
           move "N"   to wk-conv-falha

           call "CBL_CHECK_FILE_EXIST" using wk-arq-mst wk-file-info
           if return-code <> zero then
               move "N" to wk-conv-tem-mestre
               move "N" to wk-conv-tem-ov

               call "CBL_CHECK_FILE_EXIST" using wk-arq-master wk-file-info
               if return-code = zero then
                   move "S" to wk-conv-tem-mestre
               end-if

               call "CBL_CHECK_FILE_EXIST" using wk-arq-ov wk-file-info
               if return-code = zero then
                   move "S" to wk-conv-tem-ov
               end-if

               if wk-conv-tem-mestre = "S"
               or wk-conv-tem-ov     = "S" then
                   perform executar-conversao-mestre
               end-if
           end-if
           .
       converter-mestre-alunos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o mestre novo a partir da tabela e do excedente, confere
      *>  os totais, converte os arquivos pelo codigo de vaga e efetiva
      *>  ou desfaz a conversao
      *>------------------------------------------------------------------------
       executar-conversao-mestre section.
           open output convmst-file

           if fs-convmst <> "00" then
               move "S" to wk-conv-falha
               move "Erro ao gravar CONVMST.DAT - conversao nao feita"
                   to wk-msn
           else
               move zero  to cm-qtd-tab
               move zero  to cm-qtd-ov
               move zero  to cm-qtd-grav
               move zero  to cm-qtd-dep
               move zero  to cm-renum
               move zero  to cm-hash-ant
               move zero  to cm-hash-dep
               move zero  to cm-matr-grav
               move zero  to cm-matr-dep
               move zeros to conv-mapa-area

               move function current-date to wk-log-data-hora
               move spaces to convmst-linha
               string "CONVERSAO PARA O MESTRE INDEXADO ALUNOMST.DAT EM "
                                              delimited by size
                      wk-log-data-hora(7:2)   delimited by size
                      "/"                     delimited by size
                      wk-log-data-hora(5:2)   delimited by size
                      "/"                     delimited by size
                      wk-log-data-hora(1:4)   delimited by size
                      into convmst-linha
               end-string
               write convmst-linha
               move spaces to convmst-linha
               write convmst-linha

      *>        tabela de 100 vagas, no layout atual ou no antigo de 150
      *>        bytes, com as transacoes do diario por cima
               perform limpar-tabela-alunos

               if wk-conv-tem-mestre = "S" then
                   call "CBL_CHECK_FILE_EXIST" using wk-arq-master
                                                     wk-file-info
                   divide wk-file-tamanho by 165
                       giving wk-conv-quoc remainder wk-conv-rem165
                   divide wk-file-tamanho by 150
                       giving wk-conv-quoc remainder wk-conv-rem150

                   if  wk-conv-rem165 not = zero
                   and wk-conv-rem150 = zero then
                       perform carregar-mestre-antigo
                   else
                       perform carregar-alunos
                   end-if
               end-if

               if wk-msn = space then
                   perform recuperar-journal-alunos
               end-if

               if wk-msn = space then
                   open output alunomst-file

                   if fs-alunomst <> "00" then
                       move "Erro ao criar ALUNOMST.DAT" to wk-msn
                   else
                       perform varying ind from 1 by 1
                               until ind > 100
                                  or wk-msn <> space
                           if aluno(ind) <> space then
                               add 1 to cm-qtd-tab
                               move ind              to wk-conv-cod
                               move matricula(ind)   to mst-matr
                               move aluno(ind)       to mst-aluno
                               move endereco(ind)    to mst-endereco
                               move mae(ind)         to mst-mae
                               move pai(ind)         to mst-pai
                               move telefone(ind)    to mst-telefone
                               move turma(ind)       to mst-turma
                               move nota(ind 1)      to mst-notas(1)
                               move nota(ind 2)      to mst-notas(2)
                               move nota(ind 3)      to mst-notas(3)
                               move nota(ind 4)      to mst-notas(4)
                               move recupera(ind)    to mst-nota-rec
                               move exp-sit(ind)     to mst-exp-sit
                               move sit-transf(ind)  to mst-sit-transf
                               move data-transf(ind) to mst-data-transf
                               perform gravar-aluno-convertido
                           end-if
                       end-perform

                       if  wk-msn = space
                       and wk-conv-tem-ov = "S" then
                           perform converter-excedente-mestre
                       end-if

                       close alunomst-file
                   end-if
               end-if

               if wk-msn = space then
                   perform conferir-mestre-convertido
               end-if

      *>        mestre conferido: os arquivos pelo codigo de vaga passam
      *>        para a matricula, lendo o mestre para saber quem existe
               if wk-msn = space then
                   open input alunomst-file

                   perform converter-frequencia-matr
                   if wk-msn = space then
                       perform converter-notasdis-matr
                   end-if
                   if wk-msn = space then
                       perform converter-chamada-matr
                   end-if

                   close alunomst-file
               end-if

               move spaces to convmst-linha
               write convmst-linha

               if wk-msn = space then
                   move "RESULTADO: CONVERSAO CONFERIDA E EFETIVADA"
                       to convmst-linha
                   write convmst-linha
                   close convmst-file

                   perform efetivar-conversao-mestre
               else
                   move spaces to convmst-linha
                   string "RESULTADO: CONVERSAO DESFEITA - " delimited by size
                          wk-msn                             delimited by size
                          into convmst-linha
                   end-string
                   write convmst-linha
                   close convmst-file

      *>            o mestre incompleto sai, para a proxima execucao
      *>            refazer a conversao a partir dos arquivos antigos
                   call "CBL_DELETE_FILE" using wk-arq-mst
                   move "S" to wk-conv-falha
                   move "Conversao do mestre desfeita - ver CONVMST.DAT"
                       to wk-msn
               end-if
           end-if
           .
       executar-conversao-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava no mestre novo o aluno montado em alunomst-rec, vindo do
      *>  codigo de vaga wk-conv-cod: sem matricula recebe a proxima da
      *>  sequencia; matricula repetida recebe outra e vai para o
      *>  relatorio da conversao
      *>------------------------------------------------------------------------
       gravar-aluno-convertido section.
           compute cm-hash-ant = cm-hash-ant
                               + mst-notas(1) + mst-notas(2)
                               + mst-notas(3) + mst-notas(4)
                               + mst-nota-rec

           if mst-matr = zero then
               perform obter-prox-matricula
               move wk-ult-matricula to mst-matr
           end-if

           move "N" to achou-matr
           write alunomst-rec
               invalid key
                   move "S" to achou-matr
           end-write

           perform until achou-matr = "N"
               move mst-matr    to wk-matr-ed
               move wk-conv-cod to crit-cod-ed
               perform obter-prox-matricula
               move wk-ult-matricula to mst-matr
               add 1 to cm-renum

               move wk-ult-matricula to cm-qtd-ed
               move spaces to convmst-linha
               string "MATRICULA REPETIDA "    delimited by size
                      wk-matr-ed               delimited by size
                      " (COD "                 delimited by size
                      crit-cod-ed              delimited by size
                      " "                      delimited by size
                      mst-aluno                delimited by size
                      ") RENUMERADA PARA "     delimited by size
                      cm-qtd-ed                delimited by size
                      into convmst-linha
               end-string
               write convmst-linha

               move "N" to achou-matr
               write alunomst-rec
                   invalid key
                       move "S" to achou-matr
               end-write
           end-perform

           add 1        to cm-qtd-grav
           add mst-matr to cm-matr-grav
           move mst-matr to conv-mapa(wk-conv-cod)
           .
       gravar-aluno-convertido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava no mestre novo os alunos da area de excedente (codigos
      *>  101 a 999), no layout atual ou, com status 39, no antigo
      *>------------------------------------------------------------------------
       converter-excedente-mestre section.
           open input alunos-ov-file

           if fs-alunos-ov = "39" then
               perform converter-excedente-antigo
           else
           if fs-alunos-ov <> "00" then
               move "Erro na conversao de ALUNOSOV.DAT" to wk-msn
           else
               move zero to cod-ov
               start alunos-ov-file key is not less than cod-ov
                   invalid key
                       move "10" to fs-alunos-ov
                   not invalid key
                       move "00" to fs-alunos-ov
               end-start

               perform until fs-alunos-ov = "10"
                          or wk-msn <> space
                   read alunos-ov-file next record
                       at end
                           move "10" to fs-alunos-ov
                       not at end
                           if aluno-ov <> space then
                               add 1 to cm-qtd-ov
                               move cod-ov           to wk-conv-cod
                               if matricula-ov is numeric then
                                   move matricula-ov to mst-matr
                               else
                                   move zero         to mst-matr
                               end-if
                               move aluno-ov         to mst-aluno
                               move endereco-ov      to mst-endereco
                               move mae-ov           to mst-mae
                               move pai-ov           to mst-pai
                               move telefone-ov      to mst-telefone
                               move turma-ov         to mst-turma
                               move notas-ov(1)      to mst-notas(1)
                               move notas-ov(2)      to mst-notas(2)
                               move notas-ov(3)      to mst-notas(3)
                               move notas-ov(4)      to mst-notas(4)
                               move nota-rec-ov      to mst-nota-rec
                               move exp-sit-ov       to mst-exp-sit
                               move sit-transf-ov    to mst-sit-transf
                               if data-transf-ov is numeric then
                                   move data-transf-ov to mst-data-transf
                               else
                                   move zero           to mst-data-transf
                               end-if
                               perform gravar-aluno-convertido
                           end-if
                   end-read
               end-perform
               close alunos-ov-file
           end-if
           end-if
           .
       converter-excedente-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega a tabela a partir do ALUNOS.DAT no layout antigo, com
      *>  os campos novos no estado inicial (matricula zero recebe numero
      *>  na gravacao do mestre novo)
      *>------------------------------------------------------------------------
       carregar-mestre-antigo section.
           open input alunos-ant-file

           if fs-alunos-ant <> "00" then
               move "Erro na conversao de ALUNOS.DAT" to wk-msn
           else
               move zero to ind
               perform until ind > 100
                   read alunos-ant-file
                       at end
                           move 101 to ind
                       not at end
                           add 1 to ind
                           if ind > 100 then
                               exit perform
                           end-if
                           move aluno-ant           to  aluno(ind)
                           move endereco-ant        to  endereco(ind)
                           move mae-ant             to  mae(ind)
                           move pai-ant             to  pai(ind)
                           move telefone-ant        to  telefone(ind)
                           move turma-ant           to  turma(ind)
                           move notas-ant(1)        to  nota(ind 1)
                           move notas-ant(2)        to  nota(ind 2)
                           move notas-ant(3)        to  nota(ind 3)
                           move notas-ant(4)        to  nota(ind 4)
                           move nota-rec-ant        to  recupera(ind)
                           move space               to  exp-sit(ind)
                           move zero                to  matricula(ind)
                           move space               to  sit-transf(ind)
                           move zero                to  data-transf(ind)
                   end-read
               end-perform
               close alunos-ant-file
           end-if
           .
       carregar-mestre-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  excedente gravado no layout antigo (o arquivo indexado abre com
      *>  status 39, tamanho de registro diferente): os registros sao
      *>  lidos pelo FD antigo, com os campos novos no estado inicial
      *>------------------------------------------------------------------------
       converter-excedente-antigo section.
           open input alunos-ov-ant-file

           if fs-alunos-ov-ant <> "00" then
               move "Erro na conversao de ALUNOSOV.DAT" to wk-msn
           else
               move zero to cod-ov-ant
               start alunos-ov-ant-file key is not less than cod-ov-ant
                   invalid key
                       move "10" to fs-alunos-ov-ant
                   not invalid key
                       move "00" to fs-alunos-ov-ant
               end-start

               perform until fs-alunos-ov-ant = "10"
                          or wk-msn <> space
                   read alunos-ov-ant-file next record
                       at end
                           move "10" to fs-alunos-ov-ant
                       not at end
                           if aluno-ov-ant <> space then
                               add 1 to cm-qtd-ov
                               move cod-ov-ant       to wk-conv-cod
                               move zero             to mst-matr
                               move aluno-ov-ant     to mst-aluno
                               move endereco-ov-ant  to mst-endereco
                               move mae-ov-ant       to mst-mae
                               move pai-ov-ant       to mst-pai
                               move telefone-ov-ant  to mst-telefone
                               move turma-ov-ant     to mst-turma
                               move notas-ov-ant(1)  to mst-notas(1)
                               move notas-ov-ant(2)  to mst-notas(2)
                               move notas-ov-ant(3)  to mst-notas(3)
                               move notas-ov-ant(4)  to mst-notas(4)
                               move nota-rec-ov-ant  to mst-nota-rec
                               move space            to mst-exp-sit
                               move space            to mst-sit-transf
                               move zero             to mst-data-transf
                               perform gravar-aluno-convertido
                           end-if
                   end-read
               end-perform
               close alunos-ov-ant-file
           end-if
           .
       converter-excedente-antigo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  rele o mestre recem gravado e confere quantidade de alunos,
      *>  soma das notas e soma das matriculas com o que foi lido dos
      *>  arquivos antigos; qualquer diferenca desfaz a conversao
      *>------------------------------------------------------------------------
       conferir-mestre-convertido section.
           open input alunomst-file

           if fs-alunomst <> "00" then
               move "Erro ao reler ALUNOMST.DAT" to wk-msn
           else
               move "N" to wk-fim-mestre
               perform until wk-fim-mestre = "S"
                   read alunomst-file next record
                       at end
                           move "S" to wk-fim-mestre
                       not at end
                           add 1        to cm-qtd-dep
                           add mst-matr to cm-matr-dep
                           compute cm-hash-dep = cm-hash-dep
                                   + mst-notas(1) + mst-notas(2)
                                   + mst-notas(3) + mst-notas(4)
                                   + mst-nota-rec
                   end-read
               end-perform
               close alunomst-file
           end-if

           compute cm-qtd-ant = cm-qtd-tab + cm-qtd-ov

           move "TOTAIS DE CONTROLE - ANTES" to convmst-linha
           write convmst-linha

           move cm-qtd-tab to cm-qtd-ed
           move spaces to convmst-linha
           string "  ALUNOS NA TABELA (ALUNOS.DAT)      : " delimited by size
                  cm-qtd-ed                                 delimited by size
                  into convmst-linha
           end-string
           write convmst-linha

           move cm-qtd-ov to cm-qtd-ed
           move spaces to convmst-linha
           string "  ALUNOS NO EXCEDENTE (ALUNOSOV.DAT) : " delimited by size
                  cm-qtd-ed                                 delimited by size
                  into convmst-linha
           end-string
           write convmst-linha

           move cm-qtd-ant to cm-qtd-ed
           move spaces to convmst-linha
           string "  TOTAL DE ALUNOS                    : " delimited by size
                  cm-qtd-ed                                 delimited by size
                  into convmst-linha
           end-string
           write convmst-linha

           move cm-hash-ant to cm-hash-ed
           move spaces to convmst-linha
           string "  SOMA DAS NOTAS                     : " delimited by size
                  cm-hash-ed                                delimited by size
                  into convmst-linha
           end-string
           write convmst-linha

           move cm-matr-grav to cm-matr-ed
           move spaces to convmst-linha
           string "  SOMA DAS MATRICULAS GRAVADAS       : " delimited by size
                  cm-matr-ed                                delimited by size
                  into convmst-linha
           end-string
           write convmst-linha

           move cm-renum to cm-qtd-ed
           move spaces to convmst-linha
           string "  MATRICULAS RENUMERADAS             : " delimited by size
                  cm-qtd-ed                                 delimited by size
                  into convmst-linha
           end-string
           write convmst-linha

           move "TOTAIS DE CONTROLE - DEPOIS (ALUNOMST.DAT)" to convmst-linha
           write convmst-linha

           move cm-qtd-dep to cm-qtd-ed
           move spaces to convmst-linha
           string "  TOTAL DE ALUNOS                    : " delimited by size
                  cm-qtd-ed                                 delimited by size
                  into convmst-linha
           end-string
           write convmst-linha

           move cm-hash-dep to cm-hash-ed
           move spaces to convmst-linha
           string "  SOMA DAS NOTAS                     : " delimited by size
                  cm-hash-ed                                delimited by size
                  into convmst-linha
           end-string
           write convmst-linha

           move cm-matr-dep to cm-matr-ed
           move spaces to convmst-linha
           string "  SOMA DAS MATRICULAS                : " delimited by size
                  cm-matr-ed                                delimited by size
                  into convmst-linha
           end-string
           write convmst-linha

           if wk-msn = space then
               if cm-qtd-dep   <> cm-qtd-ant
               or cm-qtd-grav  <> cm-qtd-ant
               or cm-hash-dep  <> cm-hash-ant
               or cm-matr-dep  <> cm-matr-grav then
                   move "Totais de controle divergentes" to wk-msn
               end-if
           end-if
           .
       conferir-mestre-convertido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  o arquivo wk-arq-conv no layout pelo codigo de vaga passa a
      *>  wk-arq-conv-ant antes de ser regravado pela matricula; se o
      *>  .ANT ja existe, uma conversao anterior parou no meio e ele e a
      *>  copia boa, entao o .DAT incompleto e simplesmente refeito.
      *>  achou-matr = S quando ha o que converter
      *>------------------------------------------------------------------------
       preparar-arquivo-ant section.
           move "N" to achou-matr

           call "CBL_CHECK_FILE_EXIST" using wk-arq-conv-ant wk-file-info
           if return-code = zero then
               move "S" to achou-matr
           else
               call "CBL_CHECK_FILE_EXIST" using wk-arq-conv wk-file-info
               if return-code = zero then
                   call "CBL_RENAME_FILE" using wk-arq-conv wk-arq-conv-ant
                   if return-code = zero then
                       move "S" to achou-matr
                   else
                       move spaces to wk-msn
                       string "Erro ao renomear " delimited by size
                              wk-arq-conv          delimited by size
                              into wk-msn
                       end-string
                   end-if
               end-if
           end-if

           move zero to cm-lidos
           move zero to cm-gravados
           move zero to cm-descart
           .
       preparar-arquivo-ant-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  linha do relatorio da conversao com lidos, gravados e
      *>  descartados (registro de codigo sem aluno no mestre) do
      *>  arquivo wk-arq-conv
      *>------------------------------------------------------------------------
       relatar-arquivo-convertido section.
           move cm-lidos    to cm-qtd-ed
           move cm-gravados to cm-qtd2-ed
           move cm-descart  to cm-qtd3-ed
           move spaces to convmst-linha
           string wk-arq-conv       delimited by size
                  " LIDOS "         delimited by size
                  cm-qtd-ed         delimited by size
                  " GRAVADOS "      delimited by size
                  cm-qtd2-ed        delimited by size
                  " DESCARTADOS "   delimited by size
                  cm-qtd3-ed        delimited by size
                  into convmst-linha
           end-string
           write convmst-linha
           .
       relatar-arquivo-convertido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  FREQUENC.DAT: o codigo de vaga vira a matricula do aluno
      *>------------------------------------------------------------------------
       converter-frequencia-matr section.
           move "FREQUENC.DAT" to wk-arq-conv
           move "FREQUENC.ANT" to wk-arq-conv-ant
           perform preparar-arquivo-ant

           if  wk-msn = space
           and achou-matr = "S" then
               open input frequen-ant-file
               open output frequen-file

               if fs-frequen-ant <> "00"
               or fs-frequen     <> "00" then
                   move "Erro na conversao de FREQUENC.DAT" to wk-msn
               else
                   move "N" to wk-fim-hist
                   perform until wk-fim-hist = "S"
                       read frequen-ant-file next record
                           at end
                               move "S" to wk-fim-hist
                           not at end
                               add 1 to cm-lidos
                               move zero to matr-fq
                               if cod-fq-ant >= 1 then
                                   move conv-mapa(cod-fq-ant) to matr-fq
                               end-if

                               if matr-fq = zero then
                                   add 1 to cm-descart
                               else
                                   move faltas-fq-ant(1) to faltas-fq(1)
                                   move faltas-fq-ant(2) to faltas-fq(2)
                                   move faltas-fq-ant(3) to faltas-fq(3)
                                   move faltas-fq-ant(4) to faltas-fq(4)
                                   move aulas-fq-ant(1)  to aulas-fq(1)
                                   move aulas-fq-ant(2)  to aulas-fq(2)
                                   move aulas-fq-ant(3)  to aulas-fq(3)
                                   move aulas-fq-ant(4)  to aulas-fq(4)
                                   write frequen-rec
                                       invalid key
                                           add 1 to cm-descart
                                       not invalid key
                                           add 1 to cm-gravados
                                   end-write
                               end-if
                       end-read
                   end-perform
               end-if

               close frequen-ant-file
               close frequen-file
           end-if

           perform relatar-arquivo-convertido
           .
       converter-frequencia-matr-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  NOTASDIS.DAT: o codigo de vaga da chave vira a matricula
      *>------------------------------------------------------------------------
       converter-notasdis-matr section.
           move "NOTASDIS.DAT" to wk-arq-conv
           move "NOTASDIS.ANT" to wk-arq-conv-ant
           perform preparar-arquivo-ant

           if  wk-msn = space
           and achou-matr = "S" then
               open input notasdis-ant-file
               open output notasdis-file

               if fs-notasdis-ant <> "00"
               or fs-notasdis     <> "00" then
                   move "Erro na conversao de NOTASDIS.DAT" to wk-msn
               else
                   move "N" to wk-fim-hist
                   perform until wk-fim-hist = "S"
                       read notasdis-ant-file next record
                           at end
                               move "S" to wk-fim-hist
                           not at end
                               add 1 to cm-lidos
                               move zero to nd-matr
                               if nd-cod-ant >= 1 then
                                   move conv-mapa(nd-cod-ant) to nd-matr
                               end-if

                               if nd-matr = zero then
                                   add 1 to cm-descart
                               else
                                   move nd-disc-ant    to nd-disc
                                   move nd-nota-ant(1) to nd-nota(1)
                                   move nd-nota-ant(2) to nd-nota(2)
                                   move nd-nota-ant(3) to nd-nota(3)
                                   move nd-nota-ant(4) to nd-nota(4)
                                   move nd-recup-ant   to nd-recup
                                   write notasdis-rec
                                       invalid key
                                           add 1 to cm-descart
                                       not invalid key
                                           add 1 to cm-gravados
                                   end-write
                               end-if
                       end-read
                   end-perform
               end-if

               close notasdis-ant-file
               close notasdis-file
           end-if

           perform relatar-arquivo-convertido
           .
       converter-notasdis-matr-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  CHAMADA.DAT: a chave passa a comecar pela matricula, que a
      *>  chamada ja gravava; sem ela vale a do codigo de vaga, e a marca
      *>  de aluno que nao esta mais no mestre e descartada
      *>------------------------------------------------------------------------
       converter-chamada-matr section.
           move "CHAMADA.DAT"  to wk-arq-conv
           move "CHAMADA.ANT"  to wk-arq-conv-ant
           perform preparar-arquivo-ant

           if  wk-msn = space
           and achou-matr = "S" then
               open input chamada-ant-file
               open output chamada-file

               if fs-chamada-ant <> "00"
               or fs-chamada     <> "00" then
                   move "Erro na conversao de CHAMADA.DAT" to wk-msn
               else
                   move "N" to wk-fim-hist
                   perform until wk-fim-hist = "S"
                       read chamada-ant-file next record
                           at end
                               move "S" to wk-fim-hist
                           not at end
                               add 1 to cm-lidos
                               move zero to ch-matr
                               if  ch-matr-ant is numeric
                               and ch-matr-ant > zero then
                                   move ch-matr-ant to ch-matr
                               else
                               if ch-cod-ant >= 1 then
                                   move conv-mapa(ch-cod-ant) to ch-matr
                               end-if
                               end-if

                               move ch-matr to mst-matr
                               read alunomst-file record
                                   invalid key
                                       move zero to ch-matr
                               end-read

                               if ch-matr = zero then
                                   add 1 to cm-descart
                               else
                                   move ch-data-ant  to ch-data
                                   move ch-disc-ant  to ch-disc
                                   move ch-ano-ant   to ch-ano
                                   move ch-bim-ant   to ch-bim
                                   move ch-turma-ant to ch-turma
                                   move ch-pres-ant  to ch-pres
                                   move ch-oper-ant  to ch-oper
                                   write chamada-rec
                                       invalid key
                                           add 1 to cm-descart
                                       not invalid key
                                           add 1 to cm-gravados
                                   end-write
                               end-if
                       end-read
                   end-perform
               end-if

               close chamada-ant-file
               close chamada-file
           end-if

           perform relatar-arquivo-convertido
           .
       converter-chamada-matr-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conversao conferida: a tabela e o excedente antigos passam a
      *>  .ANT, o diario (ja incorporado) e esvaziado e a conversao vai
      *>  para a auditoria
      *>------------------------------------------------------------------------
       efetivar-conversao-mestre section.
           if wk-conv-tem-mestre = "S" then
               call "CBL_DELETE_FILE" using wk-arq-master-ant
               call "CBL_RENAME_FILE" using wk-arq-master wk-arq-master-ant
           end-if

           if wk-conv-tem-ov = "S" then
               call "CBL_DELETE_FILE" using wk-arq-ov-ant
               call "CBL_RENAME_FILE" using wk-arq-ov wk-arq-ov-ant
           end-if

           perform truncar-journal

      *>    a primeira geracao de backup ja sai do mestre convertido; as
      *>    anteriores sao da tabela antiga e a restauracao as recusa
           move function current-date to wk-log-data-hora
           move wk-log-data-hora(1:14) to back-data(5)

           open input alunomst-file
           move "S" to wk-mestre-aberto
           perform salvar-alunos
           close alunomst-file
           move "N" to wk-mestre-aberto

           if wk-msn = space then
               move "S" to wk-salvo-ok
           else
               move "N" to wk-salvo-ok
               move space to wk-msn
           end-if
           perform gravar-backctrl

           move cm-qtd-dep to cm-qtd-ed
           move zero  to wk-log-cod
           move space to wk-log-acao
           string "Conversao para o mestre ALUNOMST.DAT - alunos "
                                      delimited by size
                  cm-qtd-ed           delimited by size
                  into wk-log-acao
           end-string
           perform registrar-log

           move spaces to wk-conv-txt
           if wk-salvo-ok = "S" then
               string "Mestre convertido: "         delimited by size
                      cm-qtd-ed                     delimited by size
                      " alunos - ver CONVMST.DAT"   delimited by size
                      into wk-conv-txt
               end-string
           else
               string "Mestre convertido: "         delimited by size
                      cm-qtd-ed                     delimited by size
                      " alunos - sem backup"        delimited by size
                      into wk-conv-txt
               end-string
           end-if

      *>    no batch o aviso vai para o log do job, ja que ali qualquer
      *>    mensagem da carga e tratada como erro
           if wk-modo-batch = "S" then
               move wk-conv-txt to wk-joblog-txt
               perform escrever-joblog
           else
               move wk-conv-txt to wk-msn
           end-if
           .
       efetivar-conversao-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento Principal
      *>------------------------------------------------------------------------
       processamento section.

           perform until wk-sair = "X"
                      or wk-sair = "x"

                move   space  to  wk-cadastro-aluno
                move   space  to  wk-cadastro-nota
                move   space  to  wk-consulta-cadastro
                move   space  to  wk-relatorio-geral
                move   space  to  wk-importar-turma
                move   space  to  wk-ranking
                move   space  to  wk-cadastro-falta
                move   space  to  wk-boletim
                move   space  to  wk-exportacao
                move   space  to  wk-fechamento
                move   space  to  wk-consistencia
                move   space  to  wk-restaurar
                move   space  to  wk-cadastro-oper
                move   space  to  wk-estatistica
                move   space  to  wk-cadastro-disc
                move   space  to  wk-processa-ret
                move   space  to  wk-historico
                move   space  to  wk-auditoria
                move   space  to  wk-transferencia
                move   space  to  wk-fecha-bimestre
                move   space  to  wk-convocacao
                move   space  to  wk-regras-aval
                move   space  to  wk-vinculo-prof
                move   space  to  wk-pend-prof
                move   space  to  wk-conselho
                move   space  to  wk-cadastro-turma
                move   space  to  wk-rematricula
                move   space  to  wk-chamada
                move   space  to  wk-alerta-evasao
                move   space  to  wk-cadastro-resp
                move   space  to  wk-resp-aluno
                move   space  to  wk-censo
                move   space  to  wk-distorcao
                move   space  to  wk-comparativo
                move   space  to  wk-sair

                display tela-menu
                accept tela-menu

      *>        cada opcao so e atendida se o perfil do operador a alcanca:
      *>        professor lanca notas/faltas e consulta, secretaria cuida
      *>        do cadastro, importacao e exportacao, e somente o
      *>        coordenador executa relatorios e as opcoes destrutivas
                if wk-cadastro-aluno = "X"
                or wk-cadastro-aluno = "x" then
                       if perfil-secretaria or perfil-coordenador then
                           perform cadastrar-aluno
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-cadastro-nota = "X"
                or wk-cadastro-nota = "x" then
                       if perfil-professor or perfil-coordenador then
                           perform cadastrar-notas
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-consulta-cadastro = "X"
                or wk-consulta-cadastro = "x" then
                       if perfil-professor or perfil-coordenador then
                           perform consultar-cadastro
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-relatorio-geral = "X"
                or wk-relatorio-geral = "x" then
                       if perfil-coordenador then
                           perform gerar-relatorio
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-importar-turma = "X"
                or wk-importar-turma = "x" then
                       if perfil-secretaria or perfil-coordenador then
                           perform importar-turma
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-ranking = "X"
                or wk-ranking = "x" then
                       if perfil-coordenador then
                           perform gerar-ranking
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-cadastro-falta = "X"
                or wk-cadastro-falta = "x" then
                       if perfil-professor or perfil-coordenador then
                           perform cadastrar-faltas
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-boletim = "X"
                or wk-boletim = "x" then
                       if perfil-coordenador then
                           perform gerar-boletim
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-exportacao = "X"
                or wk-exportacao = "x" then
                       if perfil-secretaria or perfil-coordenador then
                           perform gerar-exportacao
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-fechamento = "X"
                or wk-fechamento = "x" then
                       if perfil-coordenador then
                           perform fechar-ano
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-consistencia = "X"
                or wk-consistencia = "x" then
                       if perfil-coordenador then
                           perform verificar-consistencia
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-restaurar = "X"
                or wk-restaurar = "x" then
                       if perfil-coordenador then
                           perform restaurar-backup
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-cadastro-oper = "X"
                or wk-cadastro-oper = "x" then
                       if perfil-coordenador then
                           perform cadastrar-operadores
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-estatistica = "X"
                or wk-estatistica = "x" then
                       if perfil-coordenador then
                           perform gerar-estatisticas
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-cadastro-disc = "X"
                or wk-cadastro-disc = "x" then
                       if perfil-coordenador then
                           perform cadastrar-disciplinas
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-processa-ret = "X"
                or wk-processa-ret = "x" then
                       if perfil-secretaria or perfil-coordenador then
                           perform processar-retorno
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-historico = "X"
                or wk-historico = "x" then
                       if perfil-secretaria or perfil-coordenador then
                           perform consultar-historico
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-auditoria = "X"
                or wk-auditoria = "x" then
                       if perfil-coordenador then
                           perform consultar-auditoria
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-transferencia = "X"
                or wk-transferencia = "x" then
                       if perfil-secretaria or perfil-coordenador then
                           perform transferir-aluno
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-fecha-bimestre = "X"
                or wk-fecha-bimestre = "x" then
                       if perfil-coordenador then
                           perform fechar-bimestre
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-convocacao = "X"
                or wk-convocacao = "x" then
                       if perfil-secretaria or perfil-coordenador then
                           perform convocar-responsaveis
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-regras-aval = "X"
                or wk-regras-aval = "x" then
                       if perfil-coordenador then
                           perform cadastrar-regras
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-vinculo-prof = "X"
                or wk-vinculo-prof = "x" then
                       if perfil-coordenador then
                           perform cadastrar-vinculos
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-pend-prof = "X"
                or wk-pend-prof = "x" then
                       if perfil-professor or perfil-coordenador then
                           perform consultar-pendencias-prof
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-conselho = "X"
                or wk-conselho = "x" then
                       if perfil-coordenador then
                           perform cadastrar-conselho
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-cadastro-turma = "X"
                or wk-cadastro-turma = "x" then
                       if perfil-secretaria or perfil-coordenador then
                           perform cadastrar-turmas
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-rematricula = "X"
                or wk-rematricula = "x" then
                       if perfil-coordenador then
                           perform cadastrar-rematricula
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-chamada = "X"
                or wk-chamada = "x" then
                       if perfil-professor or perfil-coordenador then
                           perform cadastrar-chamada
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-alerta-evasao = "X"
                or wk-alerta-evasao = "x" then
                       if perfil-secretaria or perfil-coordenador then
                           perform gerar-alerta-evasao
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-cadastro-resp = "X"
                or wk-cadastro-resp = "x" then
                       if perfil-secretaria or perfil-coordenador then
                           perform cadastrar-responsaveis
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-resp-aluno = "X"
                or wk-resp-aluno = "x" then
                       if perfil-secretaria or perfil-coordenador then
                           perform cadastrar-resp-aluno
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-censo = "X"
                or wk-censo = "x" then
                       if perfil-secretaria or perfil-coordenador then
                           perform gerar-censo
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-distorcao = "X"
                or wk-distorcao = "x" then
                       if perfil-secretaria or perfil-coordenador then
                           perform gerar-distorcao
                       else
                           perform negar-acesso
                       end-if
                end-if

                if wk-comparativo = "X"
                or wk-comparativo = "x" then
                       if perfil-secretaria or perfil-coordenador then
                           perform gerar-comparativo
                       else
                           perform negar-acesso
                       end-if
                end-if
           end-perform


           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  opcao fora do alcance do perfil do operador: avisa e registra a
      *>  tentativa na trilha de auditoria
      *>------------------------------------------------------------------------
       negar-acesso section.
           move zero to wk-log-cod
           move "Acesso negado a opcao restrita" to wk-log-acao
           perform registrar-log

           move "Acesso nao autorizado para o seu perfil" to wk-msn
           display tela-aviso
           accept tela-aviso
           move space to wk-msn
           .
       negar-acesso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  manutencao do cadastro de operadores (somente coordenador)
      *>------------------------------------------------------------------------
       cadastrar-operadores section.

           perform until wk-sair = "V"
                      or wk-sair = "v"
               move spaces to wk-oper-id
               move spaces to wk-oper-senha
               move space  to wk-oper-perfil
               move space  to wk-opcao-cad-oper

               display tela-cad-oper
               accept tela-cad-oper

               move spaces to wk-msn

               if wk-oper-id = space then
                   if wk-sair <> "V"
                   and wk-sair <> "v" then
                       move "Informe o operador" to wk-msn
                   end-if
               else
                   if wk-opcao-cad-oper = "E"
                   or wk-opcao-cad-oper = "e" then
                       perform excluir-operador
                   else
                       if wk-opcao-cad-oper = "A"
                       or wk-opcao-cad-oper = "a" then
                           perform alterar-operador
                       else
                           if wk-opcao-cad-oper = space then
                               perform incluir-operador
                           else
                               move "Informe a opcao A ou E" to wk-msn
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       cadastrar-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclusao de operador: senha e perfil sao obrigatorios
      *>------------------------------------------------------------------------
       incluir-operador section.
           if wk-oper-senha = space then
               move "Senha nao pode ser vazia" to wk-msn
           else
               if wk-oper-perfil <> "P"
               and wk-oper-perfil <> "S"
               and wk-oper-perfil <> "C" then
                   move "Perfil invalido (P, S ou C)" to wk-msn
               else
                   move wk-oper-id     to oper-id
                   move wk-oper-senha  to oper-senha
                   move wk-oper-perfil to oper-perfil

                   write operador-rec
                       invalid key
                           move "Operador ja cadastrado!" to wk-msn
                   end-write

                   if wk-msn = space then
                       move "S"  to wk-oper-existe
                       move zero to wk-log-cod
                       move space to wk-log-acao
                       string "Inclusao de operador " delimited by size
                              wk-oper-id              delimited by size
                              into wk-log-acao
                       end-string
                       perform registrar-log
                   end-if
               end-if
           end-if
           .
       incluir-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  alteracao de senha e perfil de um operador existente
      *>------------------------------------------------------------------------
       alterar-operador section.
           move wk-oper-id to oper-id
           read operador-file record
               invalid key
                   move "N" to achou-oper
               not invalid key
                   move "S" to achou-oper
           end-read

           if achou-oper = "N" then
               move "Operador nao cadastrado!" to wk-msn
           else
               if wk-oper-senha = space then
                   move "Senha nao pode ser vazia" to wk-msn
               else
                   if wk-oper-perfil <> "P"
                   and wk-oper-perfil <> "S"
                   and wk-oper-perfil <> "C" then
                       move "Perfil invalido (P, S ou C)" to wk-msn
                   else
                       move wk-oper-senha  to oper-senha
                       move wk-oper-perfil to oper-perfil

                       rewrite operador-rec
                           invalid key
                               move "Erro ao gravar operador" to wk-msn
                       end-rewrite

                       if wk-msn = space then
                           move zero  to wk-log-cod
                           move space to wk-log-acao
                           string "Alteracao de operador " delimited by size
                                  wk-oper-id               delimited by size
                                  into wk-log-acao
                           end-string
                           perform registrar-log
                       end-if
                   end-if
               end-if
           end-if
           .
       alterar-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclusao de operador; o proprio operador da sessao nao pode se
      *>  excluir, para nao deixar o sistema sem coordenador logado
      *>------------------------------------------------------------------------
       excluir-operador section.
           if wk-oper-id = wk-operador then
               move "Operador da sessao nao pode se excluir" to wk-msn
           else
               move wk-oper-id to oper-id
               read operador-file record
                   invalid key
                       move "N" to achou-oper
                   not invalid key
                       move "S" to achou-oper
               end-read

               if achou-oper = "N" then
                   move "Operador nao cadastrado!" to wk-msn
               else
                   delete operador-file record
                       invalid key
                           move "Erro ao excluir operador" to wk-msn
                   end-delete

                   if wk-msn = space then
                       move zero  to wk-log-cod
                       move space to wk-log-acao
                       string "Exclusao de operador " delimited by size
                              wk-oper-id              delimited by size
                              into wk-log-acao
                       end-string
                       perform registrar-log
                   end-if
               end-if
           end-if
           .
       excluir-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  manutencao da grade de disciplinas (somente coordenador)
      *>------------------------------------------------------------------------
       cadastrar-disciplinas section.

           perform until wk-sair = "V"
                      or wk-sair = "v"
               move zero   to wk-disc-id
               move spaces to wk-disc-nome
               move space  to wk-opcao-cad-disc

               display tela-cad-disc
               accept tela-cad-disc

               move spaces to wk-msn

               if wk-disc-id = zero then
                   if wk-sair <> "V"
                   and wk-sair <> "v" then
                       move "Informe o codigo da disciplina (1-20)" to wk-msn
                   end-if
               else
                   if wk-disc-id > 20 then
                       move "Cod de disciplina fora da faixa (1-20)" to wk-msn
                   else
                       if wk-opcao-cad-disc = "E"
                       or wk-opcao-cad-disc = "e" then
                           perform excluir-disciplina
                       else
                           if wk-opcao-cad-disc = "A"
                           or wk-opcao-cad-disc = "a" then
                               perform alterar-disciplina
                           else
                               if wk-opcao-cad-disc = space then
                                   perform incluir-disciplina
                               else
                                   move "Informe a opcao A ou E" to wk-msn
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       cadastrar-disciplinas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclusao de disciplina na grade
      *>------------------------------------------------------------------------
       incluir-disciplina section.
           if wk-disc-nome = space then
               move "Nome da disciplina nao pode ser vazio" to wk-msn
           else
               move wk-disc-id   to disc-id
               move wk-disc-nome to disc-nome

               write disciplina-rec
                   invalid key
                       move "Disciplina ja cadastrada!" to wk-msn
               end-write

               if wk-msn = space then
                   perform carregar-disciplinas

                   move zero  to wk-log-cod
                   move space to wk-log-acao
                   string "Inclusao de disciplina "       delimited by size
                          wk-disc-id                      delimited by size
                          " "                             delimited by size
                          function trim(wk-disc-nome)     delimited by size
                          into wk-log-acao
                   end-string
                   perform registrar-log
               end-if
           end-if
           .
       incluir-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  alteracao do nome de uma disciplina ja cadastrada
      *>------------------------------------------------------------------------
       alterar-disciplina section.
           move wk-disc-id to disc-id
           read disciplina-file record
               invalid key
                   move "N" to achou-disc
               not invalid key
                   move "S" to achou-disc
           end-read

           if achou-disc = "N" then
               move "Disciplina nao cadastrada!" to wk-msn
           else
               if wk-disc-nome = space then
                   move "Nome da disciplina nao pode ser vazio" to wk-msn
               else
                   move wk-disc-nome to disc-nome

                   rewrite disciplina-rec
                       invalid key
                           move "Erro ao gravar disciplina" to wk-msn
                   end-rewrite

                   if wk-msn = space then
                       perform carregar-disciplinas

                       move zero  to wk-log-cod
                       move space to wk-log-acao
                       string "Alteracao de disciplina " delimited by size
                              wk-disc-id                 delimited by size
                              into wk-log-acao
                       end-string
                       perform registrar-log
                   end-if
               end-if
           end-if
           .
       alterar-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclusao de disciplina; recusada enquanto existir nota lancada
      *>  para ela, senao as notas ficariam orfas no NOTASDIS.DAT
      *>------------------------------------------------------------------------
       excluir-disciplina section.
           move wk-disc-id to disc-id
           read disciplina-file record
               invalid key
                   move "N" to achou-disc
               not invalid key
                   move "S" to achou-disc
           end-read

           if achou-disc = "N" then
               move "Disciplina nao cadastrada!" to wk-msn
           else
               move "N" to wk-achou-nd
               move zero to nd-matr
               move zero to nd-disc
               start notasdis-file key is not less than nd-chave
                   invalid key
                       move "10" to fs-notasdis
                   not invalid key
                       move "00" to fs-notasdis
               end-start

               perform until fs-notasdis = "10"
                          or wk-achou-nd = "S"
                   read notasdis-file next record
                       at end
                           move "10" to fs-notasdis
                       not at end
                           if nd-disc = wk-disc-id then
                               move "S" to wk-achou-nd
                           end-if
                   end-read
               end-perform
               move "00" to fs-notasdis

               if wk-achou-nd = "S" then
                   move "Disciplina com notas lancadas - nao excluida"
                       to wk-msn
               else
                   move wk-disc-id to disc-id
                   delete disciplina-file record
                       invalid key
                           move "Erro ao excluir disciplina" to wk-msn
                   end-delete

                   if wk-msn = space then
                       perform carregar-disciplinas

                       move zero  to wk-log-cod
                       move space to wk-log-acao
                       string "Exclusao de disciplina " delimited by size
                              wk-disc-id                delimited by size
                              into wk-log-acao
                       end-string
                       perform registrar-log
                   end-if
               end-if
           end-if
           .
       excluir-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre o cadastro de regras de avaliacao (REGRAS.DAT)
      *>------------------------------------------------------------------------
       abrir-regras section.
           move space to wk-msn
           move "N"   to wk-regras-aberto
           open i-o regras-file

           if fs-regras = "35" then
      *>        arquivo ainda nao existe, cria e reabre para leitura/gravacao
               open output regras-file
               close regras-file
               open i-o regras-file
           end-if

           if fs-regras <> "00" then
               move "Erro ao abrir REGRAS.DAT" to wk-msn
           else
               move "S" to wk-regras-aberto
           end-if
           .
       abrir-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  ano letivo em curso: o ano seguinte ao ultimo fechamento gravado
      *>  no historico; sem nenhum fechamento, o ano da data do sistema
      *>------------------------------------------------------------------------
       determinar-ano-letivo section.
           move function current-date(1:4) to wk-ano-letivo

           open input historico-file

           if fs-historico = "00" then
               move zero to wk-ano-hist-lido
               move "N"  to wk-fim-hist
               perform until wk-fim-hist = "S"
                   read historico-file
                       at end
                           move "S" to wk-fim-hist
                       not at end
                           if  historico-linha(1:1) = "R"
                           and historico-linha(2:4) is numeric then
                               move historico-linha(2:4) to hist-r-ano
                               if hist-r-ano > wk-ano-hist-lido then
                                   move hist-r-ano to wk-ano-hist-lido
                               end-if
                           end-if
                   end-read
               end-perform
               close historico-file

               if wk-ano-hist-lido <> zero then
                   compute wk-ano-letivo = wk-ano-hist-lido + 1
               end-if
           end-if
           .
       determinar-ano-letivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega a regra de avaliacao em vigor para o ano wk-ano-proc: a
      *>  regra cadastrada para o maior ano que nao passe dele; sem regra
      *>  cadastrada ficam os valores do regimento (pesos 2/2/3/3, media 6,
      *>  25% de faltas e recuperacao pela media entre anual e exame)
      *>------------------------------------------------------------------------
       carregar-regras-ano section.
           move 2    to peso-bim(1)
           move 2    to peso-bim(2)
           move 3    to peso-bim(3)
           move 3    to peso-bim(4)
           move 6    to ra-media-aprov
           move 25   to ra-lim-faltas
           move "M"  to ra-metodo-recup
           move zero to ra-ano-origem

           if wk-regras-aberto = "S" then
               move zero to rg-ano
               start regras-file key is not less than rg-ano
                   invalid key
                       move "10" to fs-regras
                   not invalid key
                       move "00" to fs-regras
               end-start

               perform until fs-regras = "10"
                   read regras-file next record
                       at end
                           move "10" to fs-regras
                       not at end
                           if rg-ano > wk-ano-proc then
                               move "10" to fs-regras
                           else
                               move rg-ano          to ra-ano-origem
                               move rg-peso(1)      to peso-bim(1)
                               move rg-peso(2)      to peso-bim(2)
                               move rg-peso(3)      to peso-bim(3)
                               move rg-peso(4)      to peso-bim(4)
                               move rg-media-aprov  to ra-media-aprov
                               move rg-lim-faltas   to ra-lim-faltas
                               move rg-metodo-recup to ra-metodo-recup
                           end-if
                   end-read
               end-perform
               move "00" to fs-regras
           end-if
           .
       carregar-regras-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta em hist-regra a regra de avaliacao carregada, no layout
      *>  do registro G do historico (o ano do fechamento fica a cargo
      *>  de quem chama)
      *>------------------------------------------------------------------------
       montar-regra-historico section.
           move "G"             to hist-g-tipo
           move wk-ano-proc     to hist-g-ano
           move ra-ano-origem   to hist-g-ano-regra
           move peso-bim(1)     to hist-g-peso(1)
           move peso-bim(2)     to hist-g-peso(2)
           move peso-bim(3)     to hist-g-peso(3)
           move peso-bim(4)     to hist-g-peso(4)
           move ra-media-aprov  to hist-g-media
           move ra-lim-faltas   to hist-g-lim-faltas
           move ra-metodo-recup to hist-g-metodo
           .
       montar-regra-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  texto da regra de avaliacao em hist-regra para os relatorios,
      *>  deixado em wk-regra-txt
      *>------------------------------------------------------------------------
       formatar-regra section.
           if hist-g-metodo = "S" then
               move "exame substitui"  to wk-metodo-txt
           else
               if hist-g-metodo = "X" then
                   move "maior nota"   to wk-metodo-txt
               else
                   move "pela media"   to wk-metodo-txt
               end-if
           end-if

           move hist-g-media      to rg-media-ed
           move hist-g-lim-faltas to rg-lim-ed

           move spaces to wk-regra-txt
           string "Regra de avaliacao " delimited by size
                  hist-g-ano            delimited by size
                  ": pesos "            delimited by size
                  hist-g-peso(1)        delimited by size
                  "/"                   delimited by size
                  hist-g-peso(2)        delimited by size
                  "/"                   delimited by size
                  hist-g-peso(3)        delimited by size
                  "/"                   delimited by size
                  hist-g-peso(4)        delimited by size
                  ", media "            delimited by size
                  rg-media-ed           delimited by size
                  ", faltas ate "       delimited by size
                  function trim(rg-lim-ed) delimited by size
                  "%, recuperacao "     delimited by size
                  function trim(wk-metodo-txt) delimited by size
                  into wk-regra-txt
           end-string
           .
       formatar-regra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  cadastro das regras de avaliacao por ano letivo (coordenacao);
      *>  ano ja fechado nao aceita mudanca, a regra dele esta gravada no
      *>  historico e alterar aqui so confundiria a consulta
      *>------------------------------------------------------------------------
       cadastrar-regras section.

           perform until wk-sair = "V"
                      or wk-sair = "v"
               move zero   to wk-rg-ano
               move zero   to wk-rg-peso(1)
               move zero   to wk-rg-peso(2)
               move zero   to wk-rg-peso(3)
               move zero   to wk-rg-peso(4)
               move zero   to wk-rg-media
               move zero   to wk-rg-lim-faltas
               move space  to wk-rg-metodo
               move space  to wk-opcao-cad-regra

               display tela-cad-regra
               accept tela-cad-regra

               move spaces to wk-msn

               if wk-rg-ano = zero then
                   if wk-sair <> "V"
                   and wk-sair <> "v" then
                       move "Informe o ano da regra (aaaa)" to wk-msn
                   end-if
               else
                   if wk-rg-ano < 1900 then
                       move "Ano invalido para a regra" to wk-msn
                   else
                       move wk-rg-ano to wk-fecha-ano
                       perform verificar-ano-fechado

                       if wk-ano-fechado = "S" then
                           move "Ano ja fechado - regra preservada no historico"
                               to wk-msn
                       else
                           if wk-opcao-cad-regra = "E"
                           or wk-opcao-cad-regra = "e" then
                               perform excluir-regra
                           else
                               if wk-opcao-cad-regra = "A"
                               or wk-opcao-cad-regra = "a" then
      *>                            recarrega a regra gravada e reexibe a
      *>                            tela, protegendo o ano carregado
                                   perform carregar-regra-para-edicao

                                   if wk-msn = space then
                                       move wk-rg-ano to wk-rg-ano-sv

                                       display tela-cad-regra
                                       accept tela-cad-regra

                                       move wk-rg-ano-sv to wk-rg-ano

                                       perform alterar-regra
                                   end-if
                               else
                                   if wk-opcao-cad-regra = space then
                                       perform incluir-regra
                                   else
                                       move "Informe a opcao A ou E" to wk-msn
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       cadastrar-regras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le a regra do ano wk-rg-ano para os campos da tela
      *>------------------------------------------------------------------------
       carregar-regra-para-edicao section.
           move wk-rg-ano to rg-ano
           read regras-file record
               invalid key
                   move "Regra nao cadastrada para o ano" to wk-msn
               not invalid key
                   move rg-peso(1)      to wk-rg-peso(1)
                   move rg-peso(2)      to wk-rg-peso(2)
                   move rg-peso(3)      to wk-rg-peso(3)
                   move rg-peso(4)      to wk-rg-peso(4)
                   move rg-media-aprov  to wk-rg-media
                   move rg-lim-faltas   to wk-rg-lim-faltas
                   move rg-metodo-recup to wk-rg-metodo
           end-read
           .
       carregar-regra-para-edicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  consistencia dos campos da regra digitados na tela
      *>------------------------------------------------------------------------
       validar-regra section.
           inspect wk-rg-metodo converting "msx" to "MSX"

           compute wk-rg-soma-peso = wk-rg-peso(1) + wk-rg-peso(2)
                                   + wk-rg-peso(3) + wk-rg-peso(4)

           if wk-rg-soma-peso = zero then
               move "Informe o peso de ao menos um bimestre" to wk-msn
           else
               if wk-rg-media = zero
               or wk-rg-media > 10 then
                   move "Media de aprovacao deve ser de 0,01 a 10,00"
                       to wk-msn
               else
                   if wk-rg-lim-faltas > 100 then
                       move "Limite de faltas deve ser de 0 a 100%" to wk-msn
                   else
                       if  wk-rg-metodo <> "M"
                       and wk-rg-metodo <> "S"
                       and wk-rg-metodo <> "X" then
                           move "Recuperacao deve ser M, S ou X" to wk-msn
                       end-if
                   end-if
               end-if
           end-if
           .
       validar-regra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  campos da tela para o registro do REGRAS.DAT
      *>------------------------------------------------------------------------
       montar-registro-regra section.
           move wk-rg-ano        to rg-ano
           move wk-rg-peso(1)    to rg-peso(1)
           move wk-rg-peso(2)    to rg-peso(2)
           move wk-rg-peso(3)    to rg-peso(3)
           move wk-rg-peso(4)    to rg-peso(4)
           move wk-rg-media      to rg-media-aprov
           move wk-rg-lim-faltas to rg-lim-faltas
           move wk-rg-metodo     to rg-metodo-recup
           .
       montar-registro-regra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclusao da regra de um ano
      *>------------------------------------------------------------------------
       incluir-regra section.
           perform validar-regra

           if wk-msn = space then
               perform montar-registro-regra

               write regras-rec
                   invalid key
                       move "Regra ja cadastrada para o ano!" to wk-msn
               end-write

               if wk-msn = space then
                   move wk-ano-letivo to wk-ano-proc
                   perform carregar-regras-ano

                   move zero  to wk-log-cod
                   move space to wk-log-acao
                   string "Inclusao de regra de avaliacao do ano "
                                                  delimited by size
                          wk-rg-ano               delimited by size
                          into wk-log-acao
                   end-string
                   perform registrar-log
               end-if
           end-if
           .
       incluir-regra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  alteracao da regra de um ano ainda nao fechado
      *>------------------------------------------------------------------------
       alterar-regra section.
           move wk-rg-ano to rg-ano
           read regras-file record
               invalid key
                   move "N" to achou-regra
               not invalid key
                   move "S" to achou-regra
           end-read

           if achou-regra = "N" then
               move "Regra nao cadastrada para o ano" to wk-msn
           else
               perform validar-regra

               if wk-msn = space then
                   perform montar-registro-regra

                   rewrite regras-rec
                       invalid key
                           move "Erro ao gravar regra" to wk-msn
                   end-rewrite

                   if wk-msn = space then
                       move wk-ano-letivo to wk-ano-proc
                       perform carregar-regras-ano

                       move zero  to wk-log-cod
                       move space to wk-log-acao
                       string "Alteracao de regra de avaliacao do ano "
                                                      delimited by size
                              wk-rg-ano               delimited by size
                              into wk-log-acao
                       end-string
                       perform registrar-log
                   end-if
               end-if
           end-if
           .
       alterar-regra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclusao da regra de um ano ainda nao fechado; o ano passa a
      *>  seguir a regra anterior cadastrada
      *>------------------------------------------------------------------------
       excluir-regra section.
           move wk-rg-ano to rg-ano
           read regras-file record
               invalid key
                   move "N" to achou-regra
               not invalid key
                   move "S" to achou-regra
           end-read

           if achou-regra = "N" then
               move "Regra nao cadastrada para o ano" to wk-msn
           else
               delete regras-file record
                   invalid key
                       move "Erro ao excluir regra" to wk-msn
               end-delete

               if wk-msn = space then
                   move wk-ano-letivo to wk-ano-proc
                   perform carregar-regras-ano

                   move zero  to wk-log-cod
                   move space to wk-log-acao
                   string "Exclusao de regra de avaliacao do ano "
                                                  delimited by size
                          wk-rg-ano               delimited by size
                          into wk-log-acao
                   end-string
                   perform registrar-log
               end-if
           end-if
           .
       excluir-regra-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre o cadastro de vinculos professor x turma x disciplina
      *>------------------------------------------------------------------------
       abrir-profturm section.
           move space to wk-msn
           move "N"   to wk-profturm-aberto
           open i-o profturm-file

           if fs-profturm = "35" then
      *>        arquivo ainda nao existe, cria e reabre para leitura/gravacao
               open output profturm-file
               close profturm-file
               open i-o profturm-file
           end-if

           if fs-profturm <> "00" then
               move "Erro ao abrir PROFTURM.DAT" to wk-msn
           else
               move "S" to wk-profturm-aberto
           end-if
           .
       abrir-profturm-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  cadastro dos vinculos professor x turma x disciplina (coordenacao);
      *>  o vinculo e todo chave, entao so ha inclusao e exclusao
      *>------------------------------------------------------------------------
       cadastrar-vinculos section.

           perform until wk-sair = "V"
                      or wk-sair = "v"
               move spaces to wk-vinc-oper
               move spaces to wk-vinc-turma
               move zero   to wk-vinc-disc
               move space  to wk-opcao-cad-vinc

               display tela-cad-vinc
               accept tela-cad-vinc

               move spaces to wk-msn

               if wk-vinc-oper = space then
                   if wk-sair <> "V"
                   and wk-sair <> "v" then
                       move "Informe o operador do professor" to wk-msn
                   end-if
               else
                   if wk-vinc-turma = space then
                       move "Informe a turma" to wk-msn
                   else
                       if wk-opcao-cad-vinc = "E"
                       or wk-opcao-cad-vinc = "e" then
                           perform excluir-vinculo
                       else
                           if wk-opcao-cad-vinc = space then
                               perform incluir-vinculo
                           else
                               move "Informe a opcao E ou branco para incluir"
                                   to wk-msn
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       cadastrar-vinculos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclusao de vinculo: operador cadastrado com perfil de professor
      *>  e disciplina da grade (ou 00 para a turma inteira)
      *>------------------------------------------------------------------------
       incluir-vinculo section.
           move wk-vinc-oper to oper-id
           read operador-file record
               invalid key
                   move "N" to achou-oper
               not invalid key
                   move "S" to achou-oper
           end-read

           if achou-oper = "N" then
               move "Operador nao cadastrado!" to wk-msn
           else
               if oper-perfil <> "P" then
                   move "Operador nao tem perfil de professor (P)" to wk-msn
               else
                   move "S" to achou-disc
                   if wk-vinc-disc <> zero then
                       move "N" to achou-disc
                       perform varying wk-disc-i from 1 by 1
                               until wk-disc-i > disc-qtd
                           if dt-id(wk-disc-i) = wk-vinc-disc then
                               move "S" to achou-disc
                           end-if
                       end-perform
                   end-if

                   move wk-vinc-turma to wk-turma-conta
                   perform conferir-turma-cadastrada

                   if achou-disc = "N" then
                       move "Disciplina nao cadastrada!" to wk-msn
                   else
                   if achou-turma = "N" then
                       move "Turma nao cadastrada!" to wk-msn
                   else
                       move wk-vinc-oper  to pt-oper
                       move wk-vinc-turma to pt-turma
                       move wk-vinc-disc  to pt-disc

                       write profturm-rec
                           invalid key
                               move "Vinculo ja cadastrado!" to wk-msn
                       end-write

                       if wk-msn = space then
                           move zero  to wk-log-cod
                           move space to wk-log-acao
                           string "Inclusao de vinculo do professor "
                                                       delimited by size
                                  function trim(wk-vinc-oper)
                                                       delimited by size
                                  " turma "            delimited by size
                                  wk-vinc-turma        delimited by size
                                  " disciplina "       delimited by size
                                  wk-vinc-disc         delimited by size
                                  into wk-log-acao
                           end-string
                           perform registrar-log

                           move "Vinculo incluido" to wk-msn
                       end-if
                   end-if
                   end-if
               end-if
           end-if
           .
       incluir-vinculo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclusao de vinculo professor x turma x disciplina
      *>------------------------------------------------------------------------
       excluir-vinculo section.
           move wk-vinc-oper  to pt-oper
           move wk-vinc-turma to pt-turma
           move wk-vinc-disc  to pt-disc

           delete profturm-file record
               invalid key
                   move "Vinculo nao cadastrado!" to wk-msn
           end-delete

           if wk-msn = space then
               move zero  to wk-log-cod
               move space to wk-log-acao
               string "Exclusao de vinculo do professor " delimited by size
                      function trim(wk-vinc-oper)        delimited by size
                      " turma "                          delimited by size
                      wk-vinc-turma                      delimited by size
                      " disciplina "                     delimited by size
                      wk-vinc-disc                       delimited by size
                      into wk-log-acao
               end-string
               perform registrar-log

               move "Vinculo excluido" to wk-msn
           end-if
           .
       excluir-vinculo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre o cadastro de deliberacoes do conselho de classe
      *>------------------------------------------------------------------------
       abrir-conselho section.
           move space to wk-msn
           move "N"   to wk-conselho-aberto
           open i-o conselho-file

           if fs-conselho = "35" then
      *>        arquivo ainda nao existe, cria e reabre para leitura/gravacao
               open output conselho-file
               close conselho-file
               open i-o conselho-file
           end-if

           if fs-conselho <> "00" then
               move "Erro ao abrir CONSELHO.DAT" to wk-msn
           else
               move "S" to wk-conselho-aberto
           end-if
           .
       abrir-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  deliberacoes do conselho de classe do ano letivo em curso
      *>  (coordenacao): inclui, altera, exclui e imprime a ata da turma
      *>------------------------------------------------------------------------
       cadastrar-conselho section.
           move wk-ano-letivo to wk-ata-ano
           move spaces        to wk-ata-turma

           perform until wk-sair = "V"
                      or wk-sair = "v"
               move zero   to wk-cs-matr
               move zero   to wk-cs-disc
               move space  to wk-cs-tipo
               move spaces to wk-cs-justif
               move zero   to wk-cs-data
               move space  to wk-opcao-cons

               display tela-conselho
               accept tela-conselho

               move spaces to wk-msn

               if wk-opcao-cons = "I"
               or wk-opcao-cons = "i" then
                   perform imprimir-ata-conselho
               else
                   if wk-cs-matr = zero then
                       if wk-sair <> "V"
                       and wk-sair <> "v" then
                           move "Informe a matricula do aluno" to wk-msn
                       end-if
                   else
                       if wk-opcao-cons = "E"
                       or wk-opcao-cons = "e" then
                           perform excluir-decisao
                       else
                           if wk-opcao-cons = "A"
                           or wk-opcao-cons = "a" then
      *>                        recarrega a deliberacao gravada e reexibe
      *>                        a tela, protegendo matricula e disciplina
                               perform carregar-decisao-para-edicao

                               if wk-msn = space then
                                   move wk-cs-matr to wk-cs-matr-sv
                                   move wk-cs-disc to wk-cs-disc-sv

                                   display tela-conselho
                                   accept tela-conselho

                                   move wk-cs-matr-sv to wk-cs-matr
                                   move wk-cs-disc-sv to wk-cs-disc

                                   perform alterar-decisao
                               end-if
                           else
                               if wk-opcao-cons = space then
                                   perform incluir-decisao
                               else
                                   move "Informe a opcao A, E, I ou branco"
                                       to wk-msn
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       cadastrar-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le a deliberacao do ano letivo para os campos da tela
      *>------------------------------------------------------------------------
       carregar-decisao-para-edicao section.
           move wk-ano-letivo to cs-ano
           move wk-cs-matr    to cs-matr
           move wk-cs-disc    to cs-disc
           read conselho-file record
               invalid key
                   move "Deliberacao nao cadastrada!" to wk-msn
               not invalid key
                   move cs-tipo   to wk-cs-tipo
                   move cs-justif to wk-cs-justif
                   move cs-data   to wk-cs-data
           end-read
           .
       carregar-decisao-para-edicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  consistencia da deliberacao: aluno ativo, disciplina da grade,
      *>  dependencia so por disciplina e no maximo duas por aluno no ano
      *>------------------------------------------------------------------------
       validar-decisao section.
           inspect wk-cs-tipo converting "ad" to "AD"

           move wk-cs-matr to wk-matr-busca
           perform buscar-aluno-por-matricula

           move "S" to achou-disc
           if wk-cs-disc <> zero then
               move "N" to achou-disc
               perform varying wk-disc-i from 1 by 1
                       until wk-disc-i > disc-qtd
                   if dt-id(wk-disc-i) = wk-cs-disc then
                       move "S" to achou-disc
                   end-if
               end-perform
           end-if

           if existe-tmp = "N" then
               move "Matricula nao cadastrada!" to wk-msn
           else
           if aluno-saiu then
               move "Aluno transferido ou concluinte - sem deliberacao"
                   to wk-msn
           else
           if achou-disc = "N" then
               move "Disciplina nao cadastrada!" to wk-msn
           else
           if  wk-cs-tipo <> "A"
           and wk-cs-tipo <> "D" then
               move "Tipo deve ser A (aprovacao) ou D (dependencia)"
                   to wk-msn
           else
           if  wk-cs-tipo = "D"
           and wk-cs-disc = zero then
               move "Dependencia exige a disciplina" to wk-msn
           else
           if wk-cs-justif = space then
               move "Informe a justificativa da deliberacao" to wk-msn
           else
               if wk-cs-tipo = "D" then
                   perform contar-dependencias
                   if cs-dep-qtd >= 2 then
                       move "Aluno ja tem 2 dependencias no ano" to wk-msn
                   end-if
               end-if

               if wk-msn = space then
                   if wk-cs-data = zero then
                       move function current-date(1:8) to wk-cs-data
                   else
                       if wk-cs-data < 19000101 then
                           move "Data da reuniao invalida (aaaammdd)"
                               to wk-msn
                       end-if
                   end-if
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           .
       validar-decisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta as dependencias do aluno wk-cs-matr no ano letivo, fora a
      *>  da propria disciplina (que pode estar sendo alterada)
      *>------------------------------------------------------------------------
       contar-dependencias section.
           move zero to cs-dep-qtd

           move wk-ano-letivo to cs-ano
           move wk-cs-matr    to cs-matr
           move zero          to cs-disc
           start conselho-file key is not less than cs-chave
               invalid key
                   move "10" to fs-conselho
               not invalid key
                   move "00" to fs-conselho
           end-start

           perform until fs-conselho = "10"
               read conselho-file next record
                   at end
                       move "10" to fs-conselho
                   not at end
                       if cs-ano  <> wk-ano-letivo
                       or cs-matr <> wk-cs-matr then
                           move "10" to fs-conselho
                       else
                           if  cs-tipo = "D"
                           and cs-disc <> wk-cs-disc then
                               add 1 to cs-dep-qtd
                           end-if
                       end-if
               end-read
           end-perform
           move "00" to fs-conselho
           .
       contar-dependencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  campos da tela para o registro do CONSELHO.DAT; a turma e a do
      *>  aluno na data da deliberacao, para a ata sair pela turma do
      *>  conselho mesmo depois da rematricula
      *>------------------------------------------------------------------------
       montar-registro-decisao section.
           move wk-ano-letivo to cs-ano
           move wk-cs-matr    to cs-matr
           move wk-cs-disc    to cs-disc
           move wk-cs-tipo    to cs-tipo
           move turma-tmp     to cs-turma
           move wk-cs-justif  to cs-justif
           move wk-cs-data    to cs-data
           move wk-operador   to cs-coord
           .
       montar-registro-decisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclusao de deliberacao do conselho
      *>------------------------------------------------------------------------
       incluir-decisao section.
           perform validar-decisao

           if wk-msn = space then
               perform montar-registro-decisao

               write conselho-rec
                   invalid key
                       move "Deliberacao ja cadastrada!" to wk-msn
               end-write

               if wk-msn = space then
                   move wk-cs-matr to wk-log-cod
                   move space      to wk-log-acao
                   string "Deliberacao do conselho - tipo " delimited by size
                          wk-cs-tipo                        delimited by size
                          " disciplina "                    delimited by size
                          wk-cs-disc                        delimited by size
                          into wk-log-acao
                   end-string
                   perform registrar-log

                   move "Deliberacao registrada" to wk-msn
               end-if
           end-if
           .
       incluir-decisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  alteracao de deliberacao do ano letivo em curso
      *>------------------------------------------------------------------------
       alterar-decisao section.
           move wk-ano-letivo to cs-ano
           move wk-cs-matr    to cs-matr
           move wk-cs-disc    to cs-disc
           read conselho-file record
               invalid key
                   move "N" to achou-conselho
               not invalid key
                   move "S" to achou-conselho
           end-read

           if achou-conselho = "N" then
               move "Deliberacao nao cadastrada!" to wk-msn
           else
               perform validar-decisao

               if wk-msn = space then
                   perform montar-registro-decisao

                   rewrite conselho-rec
                       invalid key
                           move "Erro ao gravar deliberacao" to wk-msn
                   end-rewrite

                   if wk-msn = space then
                       move wk-cs-matr to wk-log-cod
                       move space      to wk-log-acao
                       string "Alteracao de deliberacao do conselho - tipo "
                                                     delimited by size
                              wk-cs-tipo             delimited by size
                              " disciplina "         delimited by size
                              wk-cs-disc             delimited by size
                              into wk-log-acao
                       end-string
                       perform registrar-log

                       move "Deliberacao alterada" to wk-msn
                   end-if
               end-if
           end-if
           .
       alterar-decisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclusao de deliberacao do ano letivo em curso
      *>------------------------------------------------------------------------
       excluir-decisao section.
           move wk-ano-letivo to cs-ano
           move wk-cs-matr    to cs-matr
           move wk-cs-disc    to cs-disc

           delete conselho-file record
               invalid key
                   move "Deliberacao nao cadastrada!" to wk-msn
           end-delete

           if wk-msn = space then
               move wk-cs-matr to wk-log-cod
               move space      to wk-log-acao
               string "Exclusao de deliberacao do conselho - disciplina "
                                             delimited by size
                      wk-cs-disc             delimited by size
                      into wk-log-acao
               end-string
               perform registrar-log

               move "Deliberacao excluida" to wk-msn
           end-if
           .
       excluir-decisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  ata do conselho de classe: todas as deliberacoes do ano
      *>  wk-ata-ano para a turma wk-ata-turma, no ATACONS.DAT
      *>------------------------------------------------------------------------
       imprimir-ata-conselho section.
           move zero to ata-qtd

           if wk-ata-turma = space then
               move "Informe a turma da ata" to wk-msn
           else
               open output atacons-file

               if fs-atacons <> "00" then
                   move "Erro ao abrir ATACONS.DAT" to wk-msn
               else
                   move spaces to atacons-linha
                   string "ATA DO CONSELHO DE CLASSE - ANO " delimited by size
                          wk-ata-ano                         delimited by size
                          " - TURMA "                        delimited by size
                          wk-ata-turma                       delimited by size
                          into atacons-linha
                   end-string
                   write atacons-linha
                   move spaces to atacons-linha
                   write atacons-linha

                   move wk-ata-ano to cs-ano
                   move zero       to cs-matr
                   move zero       to cs-disc
                   start conselho-file key is not less than cs-chave
                       invalid key
                           move "10" to fs-conselho
                       not invalid key
                           move "00" to fs-conselho
                   end-start

                   perform until fs-conselho = "10"
                       read conselho-file next record
                           at end
                               move "10" to fs-conselho
                           not at end
                               if cs-ano <> wk-ata-ano then
                                   move "10" to fs-conselho
                               else
                                   if cs-turma = wk-ata-turma then
                                       perform imprimir-decisao-ata
                                   end-if
                               end-if
                       end-read
                   end-perform
                   move "00" to fs-conselho

                   if ata-qtd = zero then
                       move "Nenhuma deliberacao registrada para a turma"
                           to atacons-linha
                       write atacons-linha
                   end-if

                   move spaces to atacons-linha
                   write atacons-linha
                   move ata-qtd to pend-qtd-ed
                   move spaces to atacons-linha
                   string "TOTAL DE DELIBERACOES: " delimited by size
                          pend-qtd-ed               delimited by size
                          into atacons-linha
                   end-string
                   write atacons-linha

                   move spaces to atacons-linha
                   write atacons-linha
                   write atacons-linha
                   move "______________________________     ______________________________"
                       to atacons-linha
                   write atacons-linha
                   move "          Coordenacao                      Direcao"
                       to atacons-linha
                   write atacons-linha

                   close atacons-file

                   move ata-qtd to pend-qtd-ed
                   string "Ata gravada em ATACONS.DAT - deliberacoes: "
                                        delimited by size
                          pend-qtd-ed   delimited by size
                          into wk-msn
                   end-string
               end-if
           end-if
           .
       imprimir-ata-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  linhas de uma deliberacao na ata (registro corrente do
      *>  CONSELHO.DAT)
      *>------------------------------------------------------------------------
       imprimir-decisao-ata section.
           add 1 to ata-qtd

           move cs-matr to wk-matr-busca
           perform buscar-aluno-por-matricula
           if existe-tmp = "N" then
               move "(aluno nao localizado)" to aluno-tmp
           end-if

           if cs-disc = zero then
               move "GERAL" to wk-vinc-disc-nome
           else
               move "DISCIPLINA NAO CADASTRADA" to wk-vinc-disc-nome
               perform varying wk-disc-i from 1 by 1
                       until wk-disc-i > disc-qtd
                   if dt-id(wk-disc-i) = cs-disc then
                       move dt-nome(wk-disc-i) to wk-vinc-disc-nome
                   end-if
               end-perform
           end-if

           if cs-tipo = "D" then
               move "DEPENDENCIA (PROGRESSAO PARCIAL)" to wk-cs-tipo-txt
           else
               move "APROVACAO PELO CONSELHO"          to wk-cs-tipo-txt
           end-if

           move spaces to wk-data14
           move cs-data to wk-data14(1:8)
           perform formatar-data-backup

           move cs-matr to wk-matr-ed
           move spaces to atacons-linha
           string "Matricula "       delimited by size
                  wk-matr-ed         delimited by size
                  " "                delimited by size
                  aluno-tmp          delimited by size
                  " - "              delimited by size
                  wk-vinc-disc-nome  delimited by size
                  into atacons-linha
           end-string
           write atacons-linha

           move spaces to atacons-linha
           string "   Deliberacao: "           delimited by size
                  function trim(wk-cs-tipo-txt) delimited by size
                  " em "                        delimited by size
                  wk-data-fmt(1:10)             delimited by size
                  " - registrada por "          delimited by size
                  cs-coord                      delimited by size
                  into atacons-linha
           end-string
           write atacons-linha

           move spaces to atacons-linha
           string "   Justificativa: " delimited by size
                  cs-justif            delimited by size
                  into atacons-linha
           end-string
           write atacons-linha
           .
       imprimir-decisao-ata-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre o cadastro de turmas e verifica se ja ha turma cadastrada;
      *>  com o cadastro vazio vale o regime antigo, de turma livre
      *>------------------------------------------------------------------------
       abrir-turmas section.
           move space to wk-msn
           move "N"   to wk-turmas-aberto
           move "N"   to wk-turma-existe
           open i-o turmas-file

           if fs-turmas = "35" then
      *>        arquivo ainda nao existe, cria e reabre para leitura/gravacao
               open output turmas-file
               close turmas-file
               open i-o turmas-file
           end-if

           if fs-turmas <> "00" then
               move "Erro ao abrir TURMAS.DAT" to wk-msn
           else
               move "S" to wk-turmas-aberto
               perform verificar-turmas-cadastradas
           end-if
           .
       abrir-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  wk-turma-existe = S quando ha ao menos uma turma no cadastro
      *>------------------------------------------------------------------------
       verificar-turmas-cadastradas section.
           move "N" to wk-turma-existe
           move low-values to tm-cod
           start turmas-file key is not less than tm-cod
               invalid key
                   continue
               not invalid key
                   read turmas-file next record
                       at end
                           continue
                       not at end
                           move "S" to wk-turma-existe
                   end-read
           end-start
           .
       verificar-turmas-cadastradas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  cadastro de turmas: codigo, serie, turno, sala, capacidade e a
      *>  turma para onde o aprovado segue no ano seguinte
      *>------------------------------------------------------------------------
       cadastrar-turmas section.

           perform until wk-sair = "V"
                      or wk-sair = "v"
               move spaces to wk-tm-cod
               move zero   to wk-tm-serie
               move space  to wk-tm-turno
               move spaces to wk-tm-sala
               move zero   to wk-tm-capac
               move spaces to wk-tm-prox
               move space  to wk-opcao-cad-turma

               display tela-cad-turma
               accept tela-cad-turma

               move spaces to wk-msn

               if wk-tm-cod = space then
                   if wk-sair <> "V"
                   and wk-sair <> "v" then
                       move "Informe o codigo da turma" to wk-msn
                   end-if
               else
                   if wk-opcao-cad-turma = "E"
                   or wk-opcao-cad-turma = "e" then
                       perform excluir-turma
                   else
                       if wk-opcao-cad-turma = "A"
                       or wk-opcao-cad-turma = "a" then
      *>                    recarrega a turma gravada e reexibe a tela,
      *>                    protegendo o codigo carregado
                           perform carregar-turma-para-edicao

                           if wk-msn = space then
                               move wk-tm-cod to wk-tm-cod-sv

                               display tela-cad-turma
                               accept tela-cad-turma

                               move wk-tm-cod-sv to wk-tm-cod

                               perform alterar-turma
                           end-if
                       else
                           if wk-opcao-cad-turma = space then
                               perform incluir-turma
                           else
                               move "Informe a opcao A ou E" to wk-msn
                           end-if
                       end-if
                   end-if
               end-if
           end-perform
           .
       cadastrar-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le a turma wk-tm-cod para os campos da tela
      *>------------------------------------------------------------------------
       carregar-turma-para-edicao section.
           move wk-tm-cod to tm-cod
           read turmas-file record
               invalid key
                   move "Turma nao cadastrada!" to wk-msn
               not invalid key
                   move tm-serie to wk-tm-serie
                   move tm-turno to wk-tm-turno
                   move tm-sala  to wk-tm-sala
                   move tm-capac to wk-tm-capac
                   move tm-prox  to wk-tm-prox
           end-read
           .
       carregar-turma-para-edicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  consistencia dos campos da turma; a turma seguinte, quando
      *>  informada, precisa estar cadastrada (em branco = ultima serie)
      *>------------------------------------------------------------------------
       validar-turma section.
           inspect wk-tm-turno converting "mtni" to "MTNI"

           if wk-tm-serie = zero then
               move "Informe a serie da turma" to wk-msn
           else
           if  wk-tm-turno <> "M"
           and wk-tm-turno <> "T"
           and wk-tm-turno <> "N"
           and wk-tm-turno <> "I" then
               move "Turno deve ser M, T, N ou I" to wk-msn
           else
           if wk-tm-capac = zero then
               move "Informe a capacidade da turma" to wk-msn
           else
           if wk-tm-prox = wk-tm-cod then
               move "Turma seguinte nao pode ser a propria turma"
                   to wk-msn
           else
               if wk-tm-prox <> space then
                   move wk-tm-prox to tm-cod
                   read turmas-file record
                       invalid key
                           move "Turma seguinte nao cadastrada" to wk-msn
                       not invalid key
                           continue
                   end-read
               end-if
           end-if
           end-if
           end-if
           end-if
           .
       validar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  campos da tela para o registro do TURMAS.DAT
      *>------------------------------------------------------------------------
       montar-registro-turma section.
           move wk-tm-cod   to tm-cod
           move wk-tm-serie to tm-serie
           move wk-tm-turno to tm-turno
           move wk-tm-sala  to tm-sala
           move wk-tm-capac to tm-capac
           move wk-tm-prox  to tm-prox
           .
       montar-registro-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclusao de turma
      *>------------------------------------------------------------------------
       incluir-turma section.
           perform validar-turma

           if wk-msn = space then
               perform montar-registro-turma

               write turmas-rec
                   invalid key
                       move "Turma ja cadastrada!" to wk-msn
               end-write

               if wk-msn = space then
                   move "S" to wk-turma-existe

                   move zero  to wk-log-cod
                   move space to wk-log-acao
                   string "Inclusao de turma " delimited by size
                          wk-tm-cod            delimited by size
                          into wk-log-acao
                   end-string
                   perform registrar-log

                   move "Turma incluida" to wk-msn
               end-if
           end-if
           .
       incluir-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  alteracao de turma
      *>------------------------------------------------------------------------
       alterar-turma section.
           move wk-tm-cod to tm-cod
           read turmas-file record
               invalid key
                   move "N" to achou-turma
               not invalid key
                   move "S" to achou-turma
           end-read

           if achou-turma = "N" then
               move "Turma nao cadastrada!" to wk-msn
           else
               perform validar-turma

               if wk-msn = space then
                   perform montar-registro-turma

                   rewrite turmas-rec
                       invalid key
                           move "Erro ao gravar turma" to wk-msn
                   end-rewrite

                   if wk-msn = space then
                       move zero  to wk-log-cod
                       move space to wk-log-acao
                       string "Alteracao de turma " delimited by size
                              wk-tm-cod             delimited by size
                              into wk-log-acao
                       end-string
                       perform registrar-log

                       move "Turma alterada" to wk-msn
                   end-if
               end-if
           end-if
           .
       alterar-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclusao de turma; recusada enquanto houver aluno nela, senao o
      *>  aluno ficaria numa turma fora do cadastro, ou enquanto outra
      *>  turma a tiver como turma do ano seguinte
      *>------------------------------------------------------------------------
       excluir-turma section.
           move wk-tm-cod to tm-cod
           read turmas-file record
               invalid key
                   move "N" to achou-turma
               not invalid key
                   move "S" to achou-turma
           end-read

           if achou-turma = "N" then
               move "Turma nao cadastrada!" to wk-msn
           else
               move wk-tm-cod to wk-turma-conta
               perform contar-alunos-turma
               perform verificar-turma-proxima

               if tm-alunos-qtd > zero then
                   move "Turma com alunos - nao excluida" to wk-msn
               else
               if wk-tm-e-prox = "S" then
                   move "Turma e a proxima de outra turma - nao excluida"
                       to wk-msn
               else
      *>            a varredura usou a area do registro
                   move wk-tm-cod to tm-cod
                   delete turmas-file record
                       invalid key
                           move "Erro ao excluir turma" to wk-msn
                   end-delete

                   if wk-msn = space then
                       perform verificar-turmas-cadastradas

                       move zero  to wk-log-cod
                       move space to wk-log-acao
                       string "Exclusao de turma " delimited by size
                              wk-tm-cod            delimited by size
                              into wk-log-acao
                       end-string
                       perform registrar-log

                       move "Turma excluida" to wk-msn
                   end-if
               end-if
               end-if
           end-if
           .
       excluir-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  wk-tm-e-prox = S quando alguma outra turma do cadastro tem a
      *>  turma wk-tm-cod como turma do ano seguinte
      *>------------------------------------------------------------------------
       verificar-turma-proxima section.
           move "N" to wk-tm-e-prox

           move low-values to tm-cod
           start turmas-file key is not less than tm-cod
               invalid key
                   move "10" to fs-turmas
               not invalid key
                   move "00" to fs-turmas
           end-start

           perform until fs-turmas = "10"
               read turmas-file next record
                   at end
                       move "10" to fs-turmas
                   not at end
                       if  tm-prox = wk-tm-cod
                       and tm-cod <> wk-tm-cod then
                           move "S"  to wk-tm-e-prox
                           move "10" to fs-turmas
                       end-if
               end-read
           end-perform
           move "00" to fs-turmas
           .
       verificar-turma-proxima-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  conta em tm-alunos-qtd os alunos ativos (nao transferidos) da
      *>  turma wk-turma-conta
      *>------------------------------------------------------------------------
       contar-alunos-turma section.
           move zero to tm-alunos-qtd

           move wk-turma-conta to wk-turma-leitura
           perform posicionar-mestre
           perform ler-prox-aluno

           perform until wk-fim-mestre = "S"
               if not aluno-saiu then
                   add 1 to tm-alunos-qtd
               end-if
               perform ler-prox-aluno
           end-perform
           .
       contar-alunos-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  turma do aluno na inclusao, importacao e troca de turma: com o
      *>  cadastro de turmas em uso, a turma precisa existir e ter vaga
      *>------------------------------------------------------------------------
       validar-turma-aluno section.
           move wk-turma to wk-turma-conta
           perform conferir-turma-cadastrada

           if  wk-turmas-aberto = "S"
           and wk-turma-existe  = "S" then
               if achou-turma = "N" then
                   move "Turma nao cadastrada!" to wk-msn
               else
                   perform contar-alunos-turma

                   if tm-alunos-qtd >= tm-capac then
                       move tm-capac to tm-capac-ed
                       string "Turma lotada - capacidade de "
                                            delimited by size
                              tm-capac-ed   delimited by size
                              " alunos"     delimited by size
                              into wk-msn
                       end-string
                   end-if
               end-if
           end-if
           .
       validar-turma-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  achou-turma = S quando a turma wk-turma-conta esta no cadastro,
      *>  ou quando o cadastro de turmas nao esta em uso (regime antigo);
      *>  achada, o registro dela fica em turmas-rec
      *>------------------------------------------------------------------------
       conferir-turma-cadastrada section.
           move "S" to achou-turma

           if  wk-turmas-aberto = "S"
           and wk-turma-existe  = "S" then
               move wk-turma-conta to tm-cod
               read turmas-file record
                   invalid key
                       move "N" to achou-turma
                   not invalid key
                       continue
               end-read
           end-if
           .
       conferir-turma-cadastrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  rematricula (coordenacao): depois do fechamento do ano, o
      *>  aprovado segue para a turma seguinte da sua turma, o reprovado
      *>  repete a turma e o transferido fica de fora; a proposta sai em
      *>  REMATRIC.DAT e a enturmacao so e aplicada com a confirmacao
      *>------------------------------------------------------------------------
       cadastrar-rematricula section.
           compute wk-rem-ano = wk-ano-letivo - 1
           move space to wk-rem-confirma

           perform until wk-sair = "V"
                      or wk-sair = "v"
               display tela-rematricula
               accept tela-rematricula

               move spaces to wk-msn

               if wk-sair <> "V"
               and wk-sair <> "v" then
                   if wk-rem-confirma = "s" then
                       move "S" to wk-rem-confirma
                   end-if

                   if  wk-rem-confirma <> "S"
                   and wk-rem-confirma <> space then
                       move "Confirma deve ser S ou branco" to wk-msn
                   else
                       perform executar-rematricula
                       move space to wk-rem-confirma
                   end-if
               end-if
           end-perform
           .
       cadastrar-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta a proposta de enturmacao do ano seguinte a partir do
      *>  resultado do ano wk-rem-ano arquivado no historico e, com
      *>  wk-rem-confirma = S, grava a turma nova de cada aluno
      *>------------------------------------------------------------------------
       executar-rematricula section.
           move wk-rem-ano to wk-fecha-ano
           perform verificar-ano-fechado

           if wk-ano-fechado = "N" then
               move "Ano ainda nao fechado no historico" to wk-msn
           else
           if wk-turma-existe = "N" then
               move "Nenhuma turma cadastrada" to wk-msn
           else
               perform verificar-rematricula-aplicada

               if wk-rem-aplicada = "S" then
                   move "Rematricula deste ano ja aplicada" to wk-msn
               else
                   perform carregar-tabela-turmas

      *>            turma fora da tabela sairia como origem nao cadastrada
                   if wk-tm-cheia = "S" then
                       move "Rematricula recusada: mais de 99 turmas"
                           to wk-msn
                   else
                       open output rematric-file

                       if fs-rematric <> "00" then
                           move "Erro ao abrir REMATRIC.DAT" to wk-msn
                       else
                           perform propor-rematricula
                           perform imprimir-resumo-rematricula

                           close rematric-file

                           if wk-rem-confirma = "S" then
                               perform concluir-rematricula
                           else
                               move "Proposta em REMATRIC.DAT - confirme com S"
                                   to wk-msn
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           end-if
           .
       executar-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  a rematricula aplicada deixa um registro M do ano no historico;
      *>  aplicar de novo levaria o aprovado uma serie adiante outra vez
      *>------------------------------------------------------------------------
       verificar-rematricula-aplicada section.
           move "N" to wk-rem-aplicada
           open input historico-file

           if fs-historico = "00" then
               move "N" to wk-fim-hist
               perform until wk-fim-hist = "S"
                   read historico-file
                       at end
                           move "S" to wk-fim-hist
                       not at end
                           if  historico-linha(1:1) = "M"
                           and historico-linha(2:4) = wk-rem-ano then
                               move "S" to wk-rem-aplicada
                               move "S" to wk-fim-hist
                           end-if
                   end-read
               end-perform
               close historico-file
           end-if
           .
       verificar-rematricula-aplicada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega o cadastro de turmas na tabela da proposta, com a
      *>  contagem de alunos propostos para cada turma zerada; turma alem
      *>  das 99 da tabela marca wk-tm-cheia
      *>------------------------------------------------------------------------
       carregar-tabela-turmas section.
           move zero to tm-qtd
           move "N"  to wk-tm-cheia

           move low-values to tm-cod
           start turmas-file key is not less than tm-cod
               invalid key
                   move "10" to fs-turmas
               not invalid key
                   move "00" to fs-turmas
           end-start

           perform until fs-turmas = "10"
               read turmas-file next record
                   at end
                       move "10" to fs-turmas
                   not at end
                       if tm-qtd = 99 then
                           move "S"  to wk-tm-cheia
                           move "10" to fs-turmas
                       else
                           add 1 to tm-qtd
                           move tm-cod   to rt-cod(tm-qtd)
                           move tm-serie to rt-serie(tm-qtd)
                           move tm-capac to rt-capac(tm-qtd)
                           move tm-prox  to rt-prox(tm-qtd)
                           move zero     to rt-qtd(tm-qtd)
                       end-if
               end-read
           end-perform
           move "00" to fs-turmas
           .
       carregar-tabela-turmas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le as linhas gerais (disciplina 00) do ano no historico e
      *>  propoe a turma do ano seguinte de cada aluno
      *>------------------------------------------------------------------------
       propor-rematricula section.
           move zero to rem-qtd
           move zero to rem-aprov
           move zero to rem-reprov
           move zero to rem-transf
           move zero to rem-concl
           move zero to rem-erro
           move zero to rem-aplic

           move spaces to rematric-linha
           string "PROPOSTA DE REMATRICULA - RESULTADO DO ANO "
                                     delimited by size
                  wk-rem-ano         delimited by size
                  into rematric-linha
           end-string
           write rematric-linha

           move spaces to rematric-linha
           string "MATR.  ALUNO                     ORIGEM DESTINO "
                                     delimited by size
                  "SITUACAO  OBSERVACAO"
                                     delimited by size
                  into rematric-linha
           end-string
           write rematric-linha

           open input historico-file

           if fs-historico = "00" then
               move "N" to wk-fim-hist
               perform until wk-fim-hist = "S"
                   read historico-file
                       at end
                           move "S" to wk-fim-hist
                       not at end
                           if historico-linha(1:1) = "D" then
                               perform normalizar-detalhe-historico

                               if  hist-d-ano = wk-rem-ano
                               and hist-d-disc = zero then
                                   perform propor-rematricula-aluno
                               end-if
                           end-if
                   end-read
               end-perform
               close historico-file
           end-if
           .
       propor-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  proposta de um aluno do historico (hist-detalhe): localiza o
      *>  aluno no cadastro, escolhe a turma de destino e, confirmada a
      *>  rematricula, grava a troca de turma
      *>------------------------------------------------------------------------
       propor-rematricula-aluno section.
           move spaces to wk-turma-nova
           move spaces to wk-rem-obs
           move hist-d-situacao to wk-situacao

           if hist-d-situacao = "TRANSFER" then
               add 1 to rem-transf
               move "fora da rematricula" to wk-rem-obs
           else
               move hist-d-matr to wk-matr-busca
               perform buscar-aluno-por-matricula

               if existe-tmp = "N" then
                   add 1 to rem-erro
                   move "aluno nao localizado" to wk-rem-obs
               else
                   move hist-d-turma to wk-turma-conta
                   perform localizar-turma-tabela

                   if situacao-aprovada then
                       add 1 to rem-aprov
                       if tm-i = zero then
                           add 1 to rem-erro
                           move "turma de origem nao cadastrada"
                               to wk-rem-obs
                       else
                           if rt-prox(tm-i) = space then
                               add 1 to rem-concl
                               move "CONCLUINTE" to wk-rem-obs
                               if wk-rem-confirma = "S" then
                                   perform marcar-concluinte
                               end-if
                           else
                               move rt-prox(tm-i) to wk-turma-nova

      *>                        turma seguinte apontada mas ja fora do
      *>                        cadastro: o aluno nao e movido para ela
                               move wk-turma-nova to wk-turma-conta
                               perform localizar-turma-tabela
                               if tm-i = zero then
                                   add 1 to rem-erro
                                   move "turma destino nao cadastrada"
                                       to wk-rem-obs
                                   move spaces to wk-turma-nova
                               end-if
                           end-if
                       end-if
                   else
                       add 1 to rem-reprov
                       if tm-i = zero then
                           add 1 to rem-erro
                           move "turma de origem nao cadastrada"
                               to wk-rem-obs
                       else
                           move hist-d-turma to wk-turma-nova
                       end-if
                   end-if
               end-if
           end-if

           if wk-turma-nova <> space then
               if wk-rem-confirma = "S" then
                   perform gravar-turma-aluno
               end-if

      *>        na aplicacao so conta quem foi de fato gravado na turma
               if wk-rem-obs = space then
                   add 1 to rem-qtd
                   move wk-turma-nova to wk-turma-conta
                   perform localizar-turma-tabela
                   if tm-i > zero then
                       add 1 to rt-qtd(tm-i)
                   end-if
               end-if
           end-if

           move hist-d-matr to wk-matr-ed
           move spaces to rematric-linha
           string wk-matr-ed       delimited by size
                  " "              delimited by size
                  hist-d-nome      delimited by size
                  " "              delimited by size
                  hist-d-turma     delimited by size
                  "  "             delimited by size
                  wk-turma-nova    delimited by size
                  "   "            delimited by size
                  hist-d-situacao  delimited by size
                  " "              delimited by size
                  wk-rem-obs       delimited by size
                  into rematric-linha
           end-string
           write rematric-linha
           .
       propor-rematricula-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  posicao tm-i da turma wk-turma-conta na tabela da proposta
      *>  (zero = turma fora do cadastro)
      *>------------------------------------------------------------------------
       localizar-turma-tabela section.
           move zero to tm-i

           perform varying tm-j from 1 by 1 until tm-j > tm-qtd
                                               or tm-i > zero
               if rt-cod(tm-j) = wk-turma-conta then
                   move tm-j to tm-i
               end-if
           end-perform
           .
       localizar-turma-tabela-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava a turma wk-turma-nova no aluno ja lido em alunomst-rec; o
      *>  aluno que ja esta na turma (repetente, ou enturmado numa
      *>  aplicacao anterior que parou em erro) fica como esta
      *>------------------------------------------------------------------------
       gravar-turma-aluno section.
           if mst-turma = wk-turma-nova then
               add 1 to rem-aplic
           else
               move wk-turma-nova to mst-turma
               rewrite alunomst-rec
                   invalid key
                       move "aluno nao gravado" to wk-rem-obs
                   not invalid key
                       add 1 to rem-aplic
               end-rewrite

               perform registrar-turma-aluno
           end-if
           .
       gravar-turma-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registra no log a troca de turma gravada (ou conta o erro)
      *>------------------------------------------------------------------------
       registrar-turma-aluno section.
           if wk-rem-obs = space then
               move mst-matr to wk-log-cod
               move space to wk-log-acao
               string "Rematricula: turma " delimited by size
                      hist-d-turma          delimited by size
                      " para "              delimited by size
                      wk-turma-nova         delimited by size
                      into wk-log-acao
               end-string
               perform registrar-log
           else
               add 1 to rem-erro
           end-if
           .
       registrar-turma-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  aponta o concluinte ja lido em alunomst-rec: ele deixa de ocupar
      *>  vaga na turma e sai do mestre no proximo fechamento, como o
      *>  transferido
      *>------------------------------------------------------------------------
       marcar-concluinte section.
           if mst-sit-transf <> "C" then
               move "C" to mst-sit-transf
               rewrite alunomst-rec
                   invalid key
                       add 1 to rem-erro
                       move "CONCLUINTE - aluno nao gravado" to wk-rem-obs
                   not invalid key
                       move mst-matr to wk-log-cod
                       move space to wk-log-acao
                       string "Rematricula: concluinte da turma "
                                              delimited by size
                              hist-d-turma    delimited by size
                              into wk-log-acao
                       end-string
                       perform registrar-log
               end-rewrite
           end-if
           .
       marcar-concluinte-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  fecha a proposta com a ocupacao prevista de cada turma, marcando
      *>  as que passam da capacidade, e os totais da rematricula
      *>------------------------------------------------------------------------
       imprimir-resumo-rematricula section.
           move zero to rem-excede

           move spaces to rematric-linha
           write rematric-linha
           move "OCUPACAO PREVISTA POR TURMA" to rematric-linha
           write rematric-linha
           move "TURMA SERIE CAPAC. PROPOSTOS" to rematric-linha
           write rematric-linha

           perform varying tm-i from 1 by 1 until tm-i > tm-qtd
               move rt-capac(tm-i) to tm-capac-ed
               move rt-qtd(tm-i)   to rem-qtd-ed
               move spaces to rematric-linha
               string rt-cod(tm-i)    delimited by size
                      "  "            delimited by size
                      rt-serie(tm-i)  delimited by size
                      "    "          delimited by size
                      tm-capac-ed     delimited by size
                      "     "         delimited by size
                      rem-qtd-ed      delimited by size
                      into rematric-linha
               end-string
               if rt-qtd(tm-i) > rt-capac(tm-i) then
                   add 1 to rem-excede
                   move "  EXCEDE CAPACIDADE" to rematric-linha(38:19)
               end-if
               write rematric-linha
           end-perform

           move spaces to rematric-linha
           write rematric-linha

           move rem-qtd to rem-qtd-ed
           move spaces to rematric-linha
           string "Alunos enturmados....: " delimited by size
                  rem-qtd-ed                delimited by size
                  into rematric-linha
           end-string
           write rematric-linha

           move rem-aprov to rem-qtd-ed
           move spaces to rematric-linha
           string "Aprovados............: " delimited by size
                  rem-qtd-ed                delimited by size
                  into rematric-linha
           end-string
           write rematric-linha

           move rem-concl to rem-qtd-ed
           move spaces to rematric-linha
           string "  concluintes........: " delimited by size
                  rem-qtd-ed                delimited by size
                  into rematric-linha
           end-string
           write rematric-linha

           move rem-reprov to rem-qtd-ed
           move spaces to rematric-linha
           string "Repetentes...........: " delimited by size
                  rem-qtd-ed                delimited by size
                  into rematric-linha
           end-string
           write rematric-linha

           move rem-transf to rem-qtd-ed
           move spaces to rematric-linha
           string "Transferidos (fora)..: " delimited by size
                  rem-qtd-ed                delimited by size
                  into rematric-linha
           end-string
           write rematric-linha

           move rem-erro to rem-qtd-ed
           move spaces to rematric-linha
           string "Nao enturmados.......: " delimited by size
                  rem-qtd-ed                delimited by size
                  into rematric-linha
           end-string
           write rematric-linha

           move rem-excede to rem-qtd-ed
           move spaces to rematric-linha
           string "Turmas acima da capac: " delimited by size
                  rem-qtd-ed                delimited by size
                  into rematric-linha
           end-string
           write rematric-linha

           move spaces to rematric-linha
           if wk-rem-confirma = "S" then
               move rem-aplic to rem-qtd-ed
               string "ENTURMACAO APLICADA - alunos gravados: "
                                         delimited by size
                      rem-qtd-ed         delimited by size
                      into rematric-linha
               end-string
           else
               move "SOMENTE PROPOSTA - NADA FOI GRAVADO" to rematric-linha
           end-if
           write rematric-linha
           .
       imprimir-resumo-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  rematricula confirmada: marca o ano como aplicado no historico,
      *>  grava o mestre e registra no log; com aluno nao enturmado o ano
      *>  fica sem a marca, para a aplicacao ser refeita depois de
      *>  corrigido o problema
      *>------------------------------------------------------------------------
       concluir-rematricula section.
           move spaces to wk-msn

           if rem-erro > zero then
               continue
           else
           open extend historico-file
           if fs-historico <> "00" then
               move "Erro ao abrir HISTORIC.DAT" to wk-msn
           else
               move wk-rem-ano            to hist-m-ano
               move rem-aplic             to hist-m-qtd
               move function current-date to wk-log-data-hora
               move wk-log-data-hora(1:8) to hist-m-data
               move hist-remat            to historico-linha
               write historico-linha
               close historico-file
           end-if
           end-if

           move wk-msn to wk-msn-sv
           perform salvar-alunos
           if wk-msn = space then
               move wk-msn-sv to wk-msn
           end-if

           move zero  to wk-log-cod
           move space to wk-log-acao
           string "Rematricula aplicada do ano " delimited by size
                  wk-rem-ano                     delimited by size
                  into wk-log-acao
           end-string
           perform registrar-log

           if wk-msn = space then
               if rem-erro > zero then
                   move rem-erro to rem-qtd-ed
                   string "Rematricula parcial - nao enturmados: "
                                                delimited by size
                          rem-qtd-ed            delimited by size
                          into wk-msn
                   end-string
               else
                   move rem-aplic to rem-qtd-ed
                   string "Rematricula aplicada: " delimited by size
                          rem-qtd-ed               delimited by size
                          " alunos enturmados"     delimited by size
                          into wk-msn
                   end-string
               end-if
           end-if
           .
       concluir-rematricula-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre o arquivo de chamadas diarias, criando-o na primeira execucao
      *>------------------------------------------------------------------------
       abrir-chamada section.
           move space to wk-msn
           move "N"   to wk-chamada-aberto
           open i-o chamada-file

           if fs-chamada = "35" then
      *>        arquivo ainda nao existe, cria e reabre para leitura/gravacao
               open output chamada-file
               close chamada-file
               open i-o chamada-file
           end-if

           if fs-chamada <> "00" then
               move "Erro ao abrir CHAMADA.DAT" to wk-msn
           else
               move "S" to wk-chamada-aberto
           end-if
           .
       abrir-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  chamada diaria: para a data, turma e disciplina informadas, cada
      *>  aluno ativo da turma e chamado em seguida (P ou F); as faltas e
      *>  aulas do bimestre no FREQUENC.DAT passam a ser apuradas daqui
      *>------------------------------------------------------------------------
       cadastrar-chamada section.

           perform until wk-sair = "V"
                      or wk-sair = "v"
               move zero   to wk-ch-data
               move spaces to wk-ch-turma
               move zero   to wk-ch-disc
               move zero   to wk-ch-bim

               display tela-chamada
               accept tela-chamada

               if wk-sair <> "V"
               and wk-sair <> "v" then
                   move space to wk-msn
                   perform validar-cabecalho-chamada

                   if wk-msn = space then
                       perform fazer-chamada-turma
      *>                V na tela do aluno interrompe so a chamada em curso
                       move space to wk-sair
                   end-if
               end-if
           end-perform
           .
       cadastrar-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  consistencia do cabecalho da chamada: data, turma, disciplina,
      *>  bimestre aberto e vinculo do professor com a turma/disciplina
      *>------------------------------------------------------------------------
       validar-cabecalho-chamada section.
           if wk-ch-data = zero then
               move function current-date(1:8) to wk-ch-data
           end-if

           move wk-ch-data to wk-ch-data-x

           if wk-chamada-aberto = "N" then
               move "Erro ao abrir CHAMADA.DAT" to wk-msn
           else
           if wk-ch-data < 19000101
           or wk-ch-data-x(5:2) < "01" or wk-ch-data-x(5:2) > "12"
           or wk-ch-data-x(7:2) < "01" or wk-ch-data-x(7:2) > "31" then
               move "Data da chamada invalida (aaaammdd)" to wk-msn
           else
           if wk-ch-turma = space then
               move "Informe a turma da chamada" to wk-msn
           else
           if  wk-ch-bim < 1
           or  wk-ch-bim > 4 then
               move "Bimestre invalido (1 - 4)!" to wk-msn
           else
           if  bim-fechado(wk-ch-bim) = "F"
           and not perfil-coordenador then
               string "Bimestre "  delimited by size
                      wk-ch-bim    delimited by size
                      " fechado para lancamentos"
                                   delimited by size
                      into wk-msn
               end-string
           else
               move wk-ch-turma to wk-turma-conta
               perform conferir-turma-cadastrada

               move "S" to achou-disc
               if disc-qtd = zero then
                   if wk-ch-disc <> zero then
                       move "N" to achou-disc
                   end-if
               else
                   move "N" to achou-disc
                   perform varying wk-disc-i from 1 by 1
                           until wk-disc-i > disc-qtd
                       if dt-id(wk-disc-i) = wk-ch-disc then
                           move "S" to achou-disc
                       end-if
                   end-perform
               end-if

               if achou-turma = "N" then
                   move "Turma nao cadastrada!" to wk-msn
               else
               if achou-disc = "N" then
                   move "Disciplina nao cadastrada!" to wk-msn
               else
      *>            professor so faz chamada nas turmas/disciplinas dele
                   move wk-ch-turma to wk-vinc-turma
                   move wk-ch-disc  to wk-vinc-disc
                   perform verificar-vinculo-professor
               end-if
               end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           .
       validar-cabecalho-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  percorre os alunos ativos da turma e chama cada um; o que ja foi
      *>  chamado na data aparece com a marca gravada, para correcao
      *>------------------------------------------------------------------------
       fazer-chamada-turma section.
           move zero to ch-alunos-qtd
           move zero to ch-faltas-qtd
           move zero to ch-erros-qtd
           move "N"  to wk-ch-fim

           move wk-ch-turma to wk-turma-leitura
           perform posicionar-mestre
           perform ler-prox-aluno

           perform until wk-fim-mestre = "S"
                      or wk-ch-fim = "S"
               if not aluno-saiu then
                   perform chamar-aluno
               end-if
               perform ler-prox-aluno
           end-perform

           if  ch-alunos-qtd = zero
           and ch-erros-qtd  = zero then
               if wk-ch-fim = "N" then
                   move "Nenhum aluno ativo na turma" to wk-msn
               end-if
           else
               move zero  to wk-log-cod
               move space to wk-log-acao
               string "Chamada de "  delimited by size
                      wk-ch-data     delimited by size
                      " turma "      delimited by size
                      wk-ch-turma    delimited by size
                      " disciplina " delimited by size
                      wk-ch-disc     delimited by size
                      into wk-log-acao
               end-string
               perform registrar-log

               move space to wk-msn
               if ch-erros-qtd > zero then
      *>            aluno com erro de gravacao fica fora da contagem e
      *>            precisa ser chamado de novo
                   move ch-erros-qtd to ch-qtd-ed
                   string "Erro ao gravar a chamada de "
                                             delimited by size
                          ch-qtd-ed          delimited by size
                          " aluno(s)"        delimited by size
                          into wk-msn
                   end-string
               else
                   move ch-alunos-qtd to ch-qtd-ed
                   move ch-faltas-qtd to ch-faltas-ed
                   string "Chamada gravada: " delimited by size
                          ch-qtd-ed           delimited by size
                          " alunos, "         delimited by size
                          ch-faltas-ed        delimited by size
                          " faltas"           delimited by size
                          into wk-msn
                   end-string
               end-if
           end-if
           .
       fazer-chamada-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  chama o aluno lido (dados em *-tmp), grava a presenca e reapura
      *>  a frequencia dele no bimestre
      *>------------------------------------------------------------------------
       chamar-aluno section.
           move matricula-tmp to ch-matr
           move wk-ch-data to ch-data
           move wk-ch-disc to ch-disc
           read chamada-file record
               invalid key
                   move "N" to achou-chamada
                   move "P" to wk-ch-pres
               not invalid key
                   move "S" to achou-chamada
                   move ch-pres to wk-ch-pres
           end-read

           move matricula-tmp to wk-matr-ed
           move space to wk-msn
           move "N"   to wk-ch-pres-ok

           perform until wk-ch-pres-ok = "S"
               display tela-chamada-aluno
               accept tela-chamada-aluno

               inspect wk-ch-pres converting "pf" to "PF"

               if wk-sair = "V"
               or wk-sair = "v" then
                   move "S" to wk-ch-fim
                   move "S" to wk-ch-pres-ok
                   move "Chamada interrompida" to wk-msn
               else
                   if  wk-ch-pres <> "P"
                   and wk-ch-pres <> "F" then
                       move "Presenca deve ser P ou F" to wk-msn
                   else
                       move "S" to wk-ch-pres-ok
                   end-if
               end-if
           end-perform

           if wk-ch-fim = "N" then
               move matricula-tmp to ch-matr
               move wk-ch-data    to ch-data
               move wk-ch-disc    to ch-disc
               move wk-ano-letivo to ch-ano
               move wk-ch-bim     to ch-bim
               move wk-ch-turma   to ch-turma
               move wk-ch-pres    to ch-pres
               move wk-operador   to ch-oper
               move "N"           to wk-ch-erro

               if achou-chamada = "S" then
                   rewrite chamada-rec
                       invalid key
                           move "S" to wk-ch-erro
                           move "Erro ao gravar a chamada" to wk-msn
                   end-rewrite
               else
                   write chamada-rec
                       invalid key
                           move "S" to wk-ch-erro
                           move "Erro ao gravar a chamada" to wk-msn
                   end-write
               end-if

               if wk-ch-erro = "N" then
                   move wk-ch-bim to wk-bimestre
                   perform apurar-frequencia-chamada
               end-if

               if wk-ch-erro = "S" then
                   add 1 to ch-erros-qtd
               else
                   add 1 to ch-alunos-qtd
                   if wk-ch-pres = "F" then
                       add 1 to ch-faltas-qtd
                   end-if
               end-if
           end-if
           .
       chamar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma as chamadas do aluno matricula-tmp no bimestre wk-bimestre
      *>  do ano letivo: cada chamada e uma aula dada
      *>------------------------------------------------------------------------
       somar-chamadas-aluno section.
           move zero to ch-aulas-bim
           move zero to ch-faltas-bim

           move matricula-tmp to ch-matr
           move zero to ch-data
           move zero to ch-disc
           start chamada-file key is not less than ch-chave
               invalid key
                   move "10" to fs-chamada
               not invalid key
                   move "00" to fs-chamada
           end-start

           perform until fs-chamada = "10"
               read chamada-file next record
                   at end
                       move "10" to fs-chamada
                   not at end
                       if ch-matr <> matricula-tmp then
                           move "10" to fs-chamada
                       else
                           if  ch-ano  = wk-ano-letivo
                           and ch-bim  = wk-bimestre then
                               add 1 to ch-aulas-bim
                               if ch-pres = "F" then
                                   add 1 to ch-faltas-bim
                               end-if
                           end-if
                       end-if
               end-read
           end-perform
           move "00" to fs-chamada
           .
       somar-chamadas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava faltas e aulas do bimestre wk-bimestre do aluno
      *>  matricula-tmp a partir das chamadas, criando a linha de
      *>  frequencia se preciso
      *>------------------------------------------------------------------------
       apurar-frequencia-chamada section.
           perform somar-chamadas-aluno

           move matricula-tmp to matr-fq
           read frequen-file record
               invalid key
                   move "N" to achou-fq
               not invalid key
                   move "S" to achou-fq
           end-read

           if achou-fq = "N" then
               move matricula-tmp to matr-fq
               move zero to faltas-fq(1)
               move zero to faltas-fq(2)
               move zero to faltas-fq(3)
               move zero to faltas-fq(4)
               move zero to aulas-fq(1)
               move zero to aulas-fq(2)
               move zero to aulas-fq(3)
               move zero to aulas-fq(4)
           end-if

           move ch-faltas-bim to faltas-fq(wk-bimestre)
           move ch-aulas-bim  to aulas-fq(wk-bimestre)

           if achou-fq = "S" then
               rewrite frequen-rec
                   invalid key
                       move "S" to wk-ch-erro
                       move "Erro ao gravar frequencia do aluno" to wk-msn
               end-rewrite
           else
               write frequen-rec
                   invalid key
                       move "S" to wk-ch-erro
                       move "Erro ao gravar frequencia do aluno" to wk-msn
               end-write
           end-if
           .
       apurar-frequencia-chamada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  alerta de evasao escolar: alunos com N dias letivos seguidos de
      *>  falta ou com faltas no mes acima do percentual informado, com os
      *>  responsaveis e o telefone, para contato com a familia e o aviso
      *>  ao Conselho Tutelar; o relatorio sai em ALERTEVA.DAT
      *>------------------------------------------------------------------------
       gerar-alerta-evasao section.
           move function current-date(1:6) to wk-ev-mes
           move 5      to wk-ev-dias
           move 25     to wk-ev-pct
           move spaces to wk-ev-turma

           perform until wk-sair = "V"
                      or wk-sair = "v"
               display tela-alerta-evasao
               accept tela-alerta-evasao

               if wk-sair <> "V"
               and wk-sair <> "v" then
                   move space to wk-msn
                   move wk-ev-mes to wk-ev-mes-x

                   if wk-chamada-aberto = "N" then
                       move "Erro ao abrir CHAMADA.DAT" to wk-msn
                   else
                   if wk-ev-mes < 190001
                   or wk-ev-mes-x(5:2) < "01" or wk-ev-mes-x(5:2) > "12" then
                       move "Mes invalido (aaaamm)" to wk-msn
                   else
                   if  wk-ev-dias = zero
                   and wk-ev-pct  = zero then
                       move "Informe os dias seguidos ou o percentual"
                           to wk-msn
                   else
                       perform imprimir-alerta-evasao
                   end-if
                   end-if
                   end-if
               end-if
           end-perform
           .
       gerar-alerta-evasao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o ALERTEVA.DAT com os alunos ativos que atingem um dos
      *>  criterios (dias seguidos zero ou percentual zero = nao usado)
      *>------------------------------------------------------------------------
       imprimir-alerta-evasao section.
           open output alerteva-file

           if fs-alerteva <> "00" then
               move "Erro ao abrir ALERTEVA.DAT" to wk-msn
           else
               move zero to ev-qtd

               move wk-ev-pct to wk-conv-pct-ed
               move spaces to alerteva-linha
               string "ALERTA DE EVASAO ESCOLAR - MES " delimited by size
                      wk-ev-mes-x(5:2)                  delimited by size
                      "/"                               delimited by size
                      wk-ev-mes-x(1:4)                  delimited by size
                      into alerteva-linha
               end-string
               write alerteva-linha

               move spaces to alerteva-linha
               string "Criterios: "      delimited by size
                      wk-ev-dias         delimited by size
                      " dias letivos seguidos de falta ou mais de "
                                         delimited by size
                      wk-conv-pct-ed     delimited by size
                      "% de faltas no mes" delimited by size
                      into alerteva-linha
               end-string
               write alerteva-linha

               if wk-ev-turma <> space then
                   move spaces to alerteva-linha
                   string "Turma: "   delimited by size
                          wk-ev-turma delimited by size
                          into alerteva-linha
                   end-string
                   write alerteva-linha
               end-if

               move spaces to alerteva-linha
               write alerteva-linha

               move wk-ev-turma to wk-turma-leitura
               perform posicionar-mestre
               perform ler-prox-aluno

               perform until wk-fim-mestre = "S"
                   if not aluno-saiu then
                       perform avaliar-evasao-aluno
                   end-if
                   perform ler-prox-aluno
               end-perform

               move ev-qtd to ch-qtd-ed
               move spaces to alerteva-linha
               write alerteva-linha
               move spaces to alerteva-linha
               string "Total de alunos em alerta: " delimited by size
                      ch-qtd-ed                     delimited by size
                      into alerteva-linha
               end-string
               write alerteva-linha

               if ev-qtd > zero then
                   move "Contatar a familia e comunicar o Conselho Tutelar"
                       to alerteva-linha
                   write alerteva-linha
               end-if

               close alerteva-file

               move zero  to wk-log-cod
               move space to wk-log-acao
               string "Alerta de evasao do mes " delimited by size
                      wk-ev-mes                  delimited by size
                      into wk-log-acao
               end-string
               perform registrar-log

               move space to wk-msn
               string "Alerta gravado em ALERTEVA.DAT ("
                                    delimited by size
                      ch-qtd-ed     delimited by size
                      " alunos)"    delimited by size
                      into wk-msn
               end-string
           end-if
           .
       imprimir-alerta-evasao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  apura, nas chamadas do aluno ate o fim do mes, a maior
      *>  sequencia de dias letivos seguidos de falta que alcanca o mes e
      *>  o percentual de faltas do mes; dia letivo do aluno e o dia em
      *>  que ele foi chamado, e dia de falta e o dia sem nenhuma presenca
      *>------------------------------------------------------------------------
       avaliar-evasao-aluno section.
           move zero to ev-seq
           move zero to ev-seq-max
           move zero to ev-dia-ant
           move "N"  to ev-dia-falta
           move zero to ev-aulas-mes
           move zero to ev-faltas-mes

           move matricula-tmp to ch-matr
           move zero to ch-data
           move zero to ch-disc
           start chamada-file key is not less than ch-chave
               invalid key
                   move "10" to fs-chamada
               not invalid key
                   move "00" to fs-chamada
           end-start

           perform until fs-chamada = "10"
               read chamada-file next record
                   at end
                       move "10" to fs-chamada
                   not at end
                       move ch-data to wk-ch-data-x
                       if ch-matr <> matricula-tmp
                       or wk-ch-data-x(1:6) > wk-ev-mes-x then
                           move "10" to fs-chamada
                       else
                           perform somar-dia-evasao
                       end-if
               end-read
           end-perform
           move "00" to fs-chamada

           if ev-dia-ant > zero then
               perform fechar-dia-evasao
           end-if

           move zero to ev-pct
           if ev-aulas-mes > zero then
               compute ev-pct rounded = ev-faltas-mes * 100 / ev-aulas-mes
           end-if

           move spaces to wk-ev-motivo
           if  wk-ev-dias > zero
           and ev-seq-max >= wk-ev-dias then
               move "DIAS SEGUIDOS" to wk-ev-motivo
           end-if
           if  wk-ev-pct > zero
           and ev-pct > wk-ev-pct then
               if wk-ev-motivo = space then
                   move "FALTAS NO MES" to wk-ev-motivo
               else
                   move "DIAS SEGUIDOS E FALTAS NO MES" to wk-ev-motivo
               end-if
           end-if

           if wk-ev-motivo <> space then
               perform imprimir-aluno-evasao
           end-if
           .
       avaliar-evasao-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  acumula uma chamada lida: muda de dia fecha o dia anterior, e uma
      *>  presenca em qualquer aula do dia tira o dia da conta de faltas
      *>------------------------------------------------------------------------
       somar-dia-evasao section.
           if ch-data <> ev-dia-ant then
               if ev-dia-ant > zero then
                   perform fechar-dia-evasao
               end-if
               move ch-data to ev-dia-ant
               move "S"     to ev-dia-falta
           end-if

           if ch-pres = "P" then
               move "N" to ev-dia-falta
           end-if

           if wk-ch-data-x(1:6) = wk-ev-mes-x then
               add 1 to ev-aulas-mes
               if ch-pres = "F" then
                   add 1 to ev-faltas-mes
               end-if
           end-if
           .
       somar-dia-evasao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  fecha o dia ev-dia-ant na sequencia de dias seguidos de falta;
      *>  a maior sequencia so conta se chegar a um dia do mes pedido
      *>------------------------------------------------------------------------
       fechar-dia-evasao section.
           if ev-dia-falta = "S" then
               add 1 to ev-seq
               move ev-dia-ant to wk-ev-dia-x
               if  wk-ev-dia-x(1:6) = wk-ev-mes-x
               and ev-seq > ev-seq-max then
                   move ev-seq to ev-seq-max
               end-if
           else
               move zero to ev-seq
           end-if
           .
       fechar-dia-evasao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  linhas do aluno em alerta, com os responsaveis e o telefone
      *>------------------------------------------------------------------------
       imprimir-aluno-evasao section.
           add 1 to ev-qtd

           move matricula-tmp to wk-matr-ed
           move ev-seq-max    to ch-faltas-ed
           move ev-pct        to wk-conv-pct-ed
           move spaces to alerteva-linha
           string wk-matr-ed        delimited by size
                  " "               delimited by size
                  aluno-tmp         delimited by size
                  " "               delimited by size
                  turma-tmp         delimited by size
                  " seguidos:"      delimited by size
                  ch-faltas-ed      delimited by size
                  " mes:"           delimited by size
                  wk-conv-pct-ed    delimited by size
                  "% "              delimited by size
                  wk-ev-motivo      delimited by size
                  into alerteva-linha
           end-string
           write alerteva-linha

      *>    responsaveis cadastrados do aluno, com os telefones; sem
      *>    nenhum vale o cadastro antigo (mae, pai e telefone do aluno)
           move matricula-tmp to wk-vr-matr
           perform carregar-lista-resp

           if vr-i > zero then
               perform varying vr-i from 1 by 1 until vr-i > 6
                   if vr-lin(vr-i) <> space then
                       move spaces to alerteva-linha
                       string "      Responsavel.: " delimited by size
                              vr-lin(vr-i)           delimited by size
                              into alerteva-linha
                       end-string
                       write alerteva-linha
                   end-if
               end-perform
           else
               move spaces to alerteva-linha
               string "      Responsaveis: " delimited by size
                      mae-tmp                delimited by size
                      " / "                  delimited by size
                      pai-tmp                delimited by size
                      into alerteva-linha
               end-string
               write alerteva-linha

               move spaces to alerteva-linha
               string "      Telefone....: " delimited by size
                      tel-tmp                delimited by size
                      into alerteva-linha
               end-string
               write alerteva-linha
           end-if
           .
       imprimir-aluno-evasao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre o cadastro de responsaveis e o vinculo aluno x responsavel,
      *>  criando-os na primeira execucao
      *>------------------------------------------------------------------------
       abrir-responsaveis section.
           move space to wk-msn
           move "N"   to wk-respons-aberto
           open i-o respons-file

           if fs-respons = "35" then
      *>        arquivo ainda nao existe, cria e reabre para leitura/gravacao
               open output respons-file
               close respons-file
               open i-o respons-file
           end-if

           open i-o alunorsp-file

           if fs-alunorsp = "35" then
      *>        arquivo ainda nao existe, cria e reabre para leitura/gravacao
               open output alunorsp-file
               close alunorsp-file
               open i-o alunorsp-file
           end-if

           if fs-respons <> "00" then
               move "Erro ao abrir RESPONS.DAT" to wk-msn
           else
           if fs-alunorsp <> "00" then
               move "Erro ao abrir ALUNORSP.DAT" to wk-msn
           else
               move "S" to wk-respons-aberto
           end-if
           end-if
           .
       abrir-responsaveis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  cadastro de responsaveis: nome, documento, endereco, telefones e
      *>  e-mail; o mesmo responsavel serve a varios alunos (irmaos)
      *>------------------------------------------------------------------------
       cadastrar-responsaveis section.

           perform until wk-sair = "V"
                      or wk-sair = "v"
               move zero   to wk-rs-cod
               move spaces to wk-rs-nome
               move spaces to wk-rs-doc
               move spaces to wk-rs-endereco
               move spaces to wk-rs-tel1
               move spaces to wk-rs-tel2
               move spaces to wk-rs-email
               move space  to wk-opcao-cad-resp

               display tela-cad-resp
               accept tela-cad-resp

               move spaces to wk-msn

               if wk-sair <> "V"
               and wk-sair <> "v" then
                   if wk-respons-aberto = "N" then
                       move "Erro ao abrir RESPONS.DAT" to wk-msn
                   else
                   if wk-opcao-cad-resp = "E"
                   or wk-opcao-cad-resp = "e" then
                       perform excluir-responsavel
                   else
                   if wk-opcao-cad-resp = "A"
                   or wk-opcao-cad-resp = "a" then
      *>                recarrega o responsavel gravado e reexibe a tela,
      *>                protegendo o codigo carregado
                       perform carregar-resp-para-edicao

                       if wk-msn = space then
                           move wk-rs-cod to wk-rs-cod-sv

                           display tela-cad-resp
                           accept tela-cad-resp

                           move wk-rs-cod-sv to wk-rs-cod

                           perform alterar-responsavel
                       end-if
                   else
                   if wk-opcao-cad-resp = space then
                       if wk-rs-cod <> zero then
                           move "Codigo 0 para incluir, ou informe a opcao"
                               to wk-msn
                       else
                           perform incluir-responsavel
                       end-if
                   else
                       move "Informe a opcao A ou E" to wk-msn
                   end-if
                   end-if
                   end-if
                   end-if
               end-if
           end-perform
           .
       cadastrar-responsaveis-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le o responsavel wk-rs-cod para os campos da tela
      *>------------------------------------------------------------------------
       carregar-resp-para-edicao section.
           move wk-rs-cod to rs-cod
           read respons-file record
               invalid key
                   move "Responsavel nao cadastrado!" to wk-msn
               not invalid key
                   move rs-nome     to wk-rs-nome
                   move rs-doc      to wk-rs-doc
                   move rs-endereco to wk-rs-endereco
                   move rs-tel1     to wk-rs-tel1
                   move rs-tel2     to wk-rs-tel2
                   move rs-email    to wk-rs-email
           end-read
           .
       carregar-resp-para-edicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  campos da tela para o registro do RESPONS.DAT
      *>------------------------------------------------------------------------
       montar-registro-resp section.
           move wk-rs-cod      to rs-cod
           move wk-rs-nome     to rs-nome
           move wk-rs-doc      to rs-doc
           move wk-rs-endereco to rs-endereco
           move wk-rs-tel1     to rs-tel1
           move wk-rs-tel2     to rs-tel2
           move wk-rs-email    to rs-email
           .
       montar-registro-resp-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  inclusao de responsavel com o proximo codigo livre
      *>------------------------------------------------------------------------
       incluir-responsavel section.
           if wk-rs-nome = space then
               move "Informe o nome do responsavel" to wk-msn
           else
      *>        proximo codigo = maior codigo gravado + 1
               move zero to wk-rs-cod
               move zero to rs-cod
               start respons-file key is not less than rs-cod
                   invalid key
                       move "10" to fs-respons
                   not invalid key
                       move "00" to fs-respons
               end-start

               perform until fs-respons = "10"
                   read respons-file next record
                       at end
                           move "10" to fs-respons
                       not at end
                           move rs-cod to wk-rs-cod
                   end-read
               end-perform
               move "00" to fs-respons
               add 1 to wk-rs-cod

               perform montar-registro-resp

               write respons-rec
                   invalid key
                       move "Erro ao gravar responsavel" to wk-msn
               end-write

               if wk-msn = space then
                   move zero  to wk-log-cod
                   move space to wk-log-acao
                   string "Inclusao de responsavel " delimited by size
                          wk-rs-cod                  delimited by size
                          into wk-log-acao
                   end-string
                   perform registrar-log

                   move wk-rs-cod to wk-matr-ed
                   string "Responsavel incluido com o codigo "
                                      delimited by size
                          wk-matr-ed  delimited by size
                          into wk-msn
                   end-string
               end-if
           end-if
           .
       incluir-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  alteracao de responsavel
      *>------------------------------------------------------------------------
       alterar-responsavel section.
           if wk-rs-nome = space then
               move "Informe o nome do responsavel" to wk-msn
           else
               perform montar-registro-resp

               rewrite respons-rec
                   invalid key
                       move "Responsavel nao cadastrado!" to wk-msn
               end-rewrite

               if wk-msn = space then
                   move zero  to wk-log-cod
                   move space to wk-log-acao
                   string "Alteracao de responsavel " delimited by size
                          wk-rs-cod                   delimited by size
                          into wk-log-acao
                   end-string
                   perform registrar-log

                   move "Responsavel alterado" to wk-msn
               end-if
           end-if
           .
       alterar-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclusao de responsavel; recusada enquanto houver aluno ligado
      *>  a ele, para nao deixar aluno apontando para o nada
      *>------------------------------------------------------------------------
       excluir-responsavel section.
           move wk-rs-cod to rs-cod
           read respons-file record
               invalid key
                   move "Responsavel nao cadastrado!" to wk-msn
               not invalid key
                   continue
           end-read

           if wk-msn = space then
               move "N" to achou-vr
               move zero to ar-chave
               start alunorsp-file key is not less than ar-chave
                   invalid key
                       move "10" to fs-alunorsp
                   not invalid key
                       move "00" to fs-alunorsp
               end-start

               perform until fs-alunorsp = "10"
                   read alunorsp-file next record
                       at end
                           move "10" to fs-alunorsp
                       not at end
                           if ar-resp = wk-rs-cod then
                               move "S"  to achou-vr
                               move "10" to fs-alunorsp
                           end-if
                   end-read
               end-perform
               move "00" to fs-alunorsp

               if achou-vr = "S" then
                   move "Responsavel ligado a aluno - nao excluido"
                       to wk-msn
               else
                   move wk-rs-cod to rs-cod
                   delete respons-file record
                       invalid key
                           move "Erro ao excluir responsavel" to wk-msn
                   end-delete

                   if wk-msn = space then
                       move zero  to wk-log-cod
                       move space to wk-log-acao
                       string "Exclusao de responsavel " delimited by size
                              wk-rs-cod                  delimited by size
                              into wk-log-acao
                       end-string
                       perform registrar-log

                       move "Responsavel excluido" to wk-msn
                   end-if
               end-if
           end-if
           .
       excluir-responsavel-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  responsaveis do aluno: liga o aluno (pela matricula) aos
      *>  responsaveis cadastrados, com o parentesco e qual deles e o
      *>  responsavel legal (um so por aluno)
      *>------------------------------------------------------------------------
       cadastrar-resp-aluno section.
           move zero   to wk-vr-matr
           move spaces to wk-vr-aluno

           perform until wk-sair = "V"
                      or wk-sair = "v"
               move zero   to wk-vr-resp
               move spaces to wk-vr-parentesco
               move space  to wk-vr-legal
               move space  to wk-opcao-vr

               perform carregar-lista-resp

               display tela-resp-aluno
               accept tela-resp-aluno

               move spaces to wk-msn

               if wk-sair <> "V"
               and wk-sair <> "v" then
                   if wk-respons-aberto = "N" then
                       move "Erro ao abrir RESPONS.DAT" to wk-msn
                   else
                   if wk-vr-matr = zero then
                       move "Informe a matricula do aluno" to wk-msn
                   else
                       move wk-vr-matr to wk-matr-busca
                       perform buscar-aluno-por-matricula

                       if existe-tmp = "N" then
                           move spaces to wk-vr-aluno
                           move "Aluno nao cadastrado!" to wk-msn
                       else
                           move aluno-tmp to wk-vr-aluno

      *>                    sem responsavel informado so mostra a lista
                           if wk-vr-resp <> zero then
                               if wk-opcao-vr = "E"
                               or wk-opcao-vr = "e" then
                                   perform excluir-resp-aluno
                               else
                               if wk-opcao-vr = space then
                                   perform gravar-resp-aluno
                               else
                                   move "Informe a opcao E ou branco"
                                       to wk-msn
                               end-if
                               end-if
                           end-if
                       end-if
                   end-if
                   end-if
               end-if
           end-perform
           .
       cadastrar-resp-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava (inclui ou altera) o vinculo wk-vr-matr x wk-vr-resp; um
      *>  novo responsavel legal tira a marca dos outros do aluno
      *>------------------------------------------------------------------------
       gravar-resp-aluno section.
           inspect wk-vr-legal converting "sn" to "SN"
           if wk-vr-legal = space then
               move "N" to wk-vr-legal
           end-if

           move wk-vr-resp to rs-cod
           read respons-file record
               invalid key
                   move "Responsavel nao cadastrado!" to wk-msn
               not invalid key
                   continue
           end-read

           if wk-msn = space then
           if  wk-vr-legal <> "S"
           and wk-vr-legal <> "N" then
               move "Responsavel legal deve ser S ou N" to wk-msn
           else
           if wk-vr-parentesco = space then
               move "Informe o parentesco" to wk-msn
           else
               move wk-vr-matr       to ar-matr
               move wk-vr-resp       to ar-resp
               read alunorsp-file record
                   invalid key
                       move "N" to achou-vr
                   not invalid key
                       move "S" to achou-vr
               end-read

               move wk-vr-matr       to ar-matr
               move wk-vr-resp       to ar-resp
               move wk-vr-parentesco to ar-parentesco
               move wk-vr-legal      to ar-legal

      *>        o legal anterior so perde a marca depois de gravado o
      *>        vinculo novo, para o aluno nao ficar sem responsavel legal
               if achou-vr = "S" then
                   rewrite alunorsp-rec
                       invalid key
                           move "Erro ao gravar o vinculo" to wk-msn
                       not invalid key
                           if wk-vr-legal = "S" then
                               perform desmarcar-legal-aluno
                           end-if
                   end-rewrite
               else
                   write alunorsp-rec
                       invalid key
                           move "Erro ao gravar o vinculo" to wk-msn
                       not invalid key
                           if wk-vr-legal = "S" then
                               perform desmarcar-legal-aluno
                           end-if
                   end-write
               end-if

               if wk-msn = space then
                   move wk-vr-matr to wk-log-cod
                   move space      to wk-log-acao
                   string "Responsavel "  delimited by size
                          wk-vr-resp      delimited by size
                          " ligado ao aluno, legal " delimited by size
                          wk-vr-legal     delimited by size
                          into wk-log-acao
                   end-string
                   perform registrar-log

                   move "Vinculo gravado" to wk-msn
               end-if
           end-if
           end-if
           end-if
           .
       gravar-resp-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  tira a marca de responsavel legal dos outros vinculos do aluno
      *>  wk-vr-matr, deixando so a do responsavel wk-vr-resp
      *>------------------------------------------------------------------------
       desmarcar-legal-aluno section.
           move wk-vr-matr to ar-matr
           move zero       to ar-resp
           start alunorsp-file key is not less than ar-chave
               invalid key
                   move "10" to fs-alunorsp
               not invalid key
                   move "00" to fs-alunorsp
           end-start

           perform until fs-alunorsp = "10"
               read alunorsp-file next record
                   at end
                       move "10" to fs-alunorsp
                   not at end
                       if ar-matr <> wk-vr-matr then
                           move "10" to fs-alunorsp
                       else
                           if  ar-legal = "S"
                           and ar-resp <> wk-vr-resp then
                               move "N" to ar-legal
                               rewrite alunorsp-rec
                                   invalid key
                                       continue
                               end-rewrite
                           end-if
                       end-if
               end-read
           end-perform
           move "00" to fs-alunorsp
           .
       desmarcar-legal-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  desfaz o vinculo wk-vr-matr x wk-vr-resp
      *>------------------------------------------------------------------------
       excluir-resp-aluno section.
           move wk-vr-matr to ar-matr
           move wk-vr-resp to ar-resp
           delete alunorsp-file record
               invalid key
                   move "Vinculo nao cadastrado!" to wk-msn
           end-delete

           if wk-msn = space then
               move wk-vr-matr to wk-log-cod
               move space      to wk-log-acao
               string "Responsavel "  delimited by size
                      wk-vr-resp      delimited by size
                      " desligado do aluno" delimited by size
                      into wk-log-acao
               end-string
               perform registrar-log

               move "Vinculo excluido" to wk-msn
           end-if
           .
       excluir-resp-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  remove os vinculos com responsaveis do aluno excluido (matricula
      *>  wk-vr-matr), senao o responsavel nunca mais poderia ser excluido
      *>------------------------------------------------------------------------
       excluir-vinculos-resp-aluno section.
           if  wk-respons-aberto = "S"
           and wk-vr-matr > zero then
               move wk-vr-matr to ar-matr
               move zero       to ar-resp
               start alunorsp-file key is not less than ar-chave
                   invalid key
                       move "10" to fs-alunorsp
                   not invalid key
                       move "00" to fs-alunorsp
               end-start

               perform until fs-alunorsp = "10"
                   read alunorsp-file next record
                       at end
                           move "10" to fs-alunorsp
                       not at end
                           if ar-matr <> wk-vr-matr then
                               move "10" to fs-alunorsp
                           else
                               delete alunorsp-file record
                                   invalid key
                                       continue
                               end-delete
                           end-if
                   end-read
               end-perform
               move "00" to fs-alunorsp
           end-if
           .
       excluir-vinculos-resp-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  monta as linhas da tela com os responsaveis do aluno wk-vr-matr
      *>------------------------------------------------------------------------
       carregar-lista-resp section.
           move spaces to vr-lista
           move zero   to vr-i

           if  wk-respons-aberto = "S"
           and wk-vr-matr > zero then
               move wk-vr-matr to ar-matr
               move zero       to ar-resp
               start alunorsp-file key is not less than ar-chave
                   invalid key
                       move "10" to fs-alunorsp
                   not invalid key
                       move "00" to fs-alunorsp
               end-start

               perform until fs-alunorsp = "10"
                   read alunorsp-file next record
                       at end
                           move "10" to fs-alunorsp
                       not at end
                           if ar-matr <> wk-vr-matr
                           or vr-i = 6 then
                               move "10" to fs-alunorsp
                           else
                               add 1 to vr-i
                               perform montar-linha-resp
                               move wk-rl-linha to vr-lin(vr-i)
                           end-if
                   end-read
               end-perform
               move "00" to fs-alunorsp
           end-if
           .
       carregar-lista-resp-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  linha de um responsavel do aluno (vinculo em alunorsp-rec) em
      *>  wk-rl-linha: codigo, nome, parentesco, telefones e a marca legal
      *>------------------------------------------------------------------------
       montar-linha-resp section.
           move ar-resp to rs-cod
           read respons-file record
               invalid key
                   move "(responsavel excluido)" to rs-nome
                   move spaces to rs-tel1
                   move spaces to rs-tel2
               not invalid key
                   continue
           end-read

           move ar-resp to wk-matr-ed
           move spaces to wk-rl-linha
           move 1      to wk-rl-ptr
           string wk-matr-ed       delimited by size
                  " "              delimited by size
                  rs-nome          delimited by "  "
                  " ("             delimited by size
                  ar-parentesco    delimited by "  "
                  ") tel "         delimited by size
                  rs-tel1          delimited by "  "
                  " "              delimited by size
                  rs-tel2          delimited by "  "
                  into wk-rl-linha with pointer wk-rl-ptr
           end-string
           if ar-legal = "S" then
               string " LEGAL"     delimited by size
                      into wk-rl-linha with pointer wk-rl-ptr
               end-string
           end-if
           .
       montar-linha-resp-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  responsavel legal do aluno carregado (*-tmp) em wk-rl-*: o
      *>  marcado como legal no ALUNORSP.DAT; sem ele vale o cadastro
      *>  antigo do aluno (mae, ou pai na falta dela, com o endereco e o
      *>  telefone do aluno) e wk-rl-cod fica zero
      *>------------------------------------------------------------------------
       obter-responsavel-legal section.
           move zero to wk-rl-cod

           if  wk-respons-aberto = "S"
           and matricula-tmp > zero then
               move matricula-tmp to ar-matr
               move zero          to ar-resp
               start alunorsp-file key is not less than ar-chave
                   invalid key
                       move "10" to fs-alunorsp
                   not invalid key
                       move "00" to fs-alunorsp
               end-start

               perform until fs-alunorsp = "10"
                   read alunorsp-file next record
                       at end
                           move "10" to fs-alunorsp
                       not at end
                           if ar-matr <> matricula-tmp then
                               move "10" to fs-alunorsp
                           else
                               if ar-legal = "S" then
                                   move ar-resp       to wk-rl-cod
                                   move ar-parentesco to wk-rl-parentesco
                                   move "10"          to fs-alunorsp
                               end-if
                           end-if
                   end-read
               end-perform
               move "00" to fs-alunorsp
           end-if

           if wk-rl-cod > zero then
               move wk-rl-cod to rs-cod
               read respons-file record
                   invalid key
                       move zero to wk-rl-cod
                   not invalid key
                       continue
               end-read
           end-if

           if wk-rl-cod > zero then
               move rs-nome     to wk-rl-nome
               move rs-doc      to wk-rl-doc
               move rs-endereco to wk-rl-endereco
               move rs-tel1     to wk-rl-tel1
               move rs-tel2     to wk-rl-tel2
               move rs-email    to wk-rl-email
      *>        responsavel sem endereco proprio mora com o aluno
               if wk-rl-endereco = space then
                   move endereco-tmp to wk-rl-endereco
               end-if
           else
               if mae-tmp <> space then
                   move mae-tmp to wk-rl-nome
                   move "mae"   to wk-rl-parentesco
               else
                   move pai-tmp to wk-rl-nome
                   move "pai"   to wk-rl-parentesco
               end-if
               move spaces       to wk-rl-doc
               move endereco-tmp to wk-rl-endereco
               move tel-tmp      to wk-rl-tel1
               move spaces       to wk-rl-tel2
               move spaces       to wk-rl-email
           end-if
           .
       obter-responsavel-legal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  abre os dados do Censo Escolar dos alunos, criando o arquivo na
      *>  primeira execucao
      *>------------------------------------------------------------------------
       abrir-censo section.
           move space to wk-msn
           move "N"   to wk-censo-aberto
           open i-o censoalu-file

           if fs-censoalu = "35" then
      *>        arquivo ainda nao existe, cria e reabre para leitura/gravacao
               open output censoalu-file
               close censoalu-file
               open i-o censoalu-file
           end-if

           if fs-censoalu <> "00" then
               move "Erro ao abrir CENSOALU.DAT" to wk-msn
           else
               move "S" to wk-censo-aberto
           end-if
           .
       abrir-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  consiste os dados do censo digitados ou importados (wk-ce-*);
      *>  todos sao opcionais no cadastro, o que falta e apontado na
      *>  exportacao do censo
      *>------------------------------------------------------------------------
       validar-censo-aluno section.
           inspect wk-ce-sexo converting "mf" to "MF"
           inspect wk-ce-sit  converting "af" to "AF"
           inspect wk-ce-uf   converting "abcdefghijklmnopqrstuvwxyz"
                                      to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move wk-ce-nasc to wk-ce-nasc-x

           if  wk-ce-nasc <> zero
           and (wk-ce-nasc < 19000101
           or   wk-ce-nasc-x > function current-date(1:8)
           or   wk-ce-nasc-x(5:2) < "01" or wk-ce-nasc-x(5:2) > "12"
           or   wk-ce-nasc-x(7:2) < "01" or wk-ce-nasc-x(7:2) > "31") then
               move "Data de nascimento invalida (aaaammdd)" to wk-msn
           else
           if  wk-ce-sexo <> space
           and wk-ce-sexo <> "M"
           and wk-ce-sexo <> "F" then
               move "Sexo deve ser M ou F" to wk-msn
           else
           if  wk-ce-cor <> space
           and (wk-ce-cor < "0" or wk-ce-cor > "5") then
               move "Cor/raca invalida (0 - 5)" to wk-msn
           else
           if  wk-ce-sit <> space
           and wk-ce-sit <> "A"
           and wk-ce-sit <> "F" then
               move "Situacao do censo deve ser A, F ou branco" to wk-msn
           end-if
           end-if
           end-if
           end-if
           .
       validar-censo-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le os dados do censo do aluno de matricula wk-ce-matr para
      *>  wk-ce-*; aluno sem registro fica com os campos em branco
      *>------------------------------------------------------------------------
       carregar-censo-aluno section.
           move "N"    to achou-censo
           move zero   to wk-ce-nasc
           move space  to wk-ce-sexo
           move space  to wk-ce-cor
           move zero   to wk-ce-nis
           move spaces to wk-ce-natural
           move spaces to wk-ce-uf
           move space  to wk-ce-sit
           move zero   to wk-ce-sit-ano

           if  wk-censo-aberto = "S"
           and wk-ce-matr > zero then
               move wk-ce-matr to ce-matr
               read censoalu-file record
                   invalid key
                       continue
                   not invalid key
                       move "S"        to achou-censo
                       move ce-nasc    to wk-ce-nasc
                       move ce-sexo    to wk-ce-sexo
                       move ce-cor     to wk-ce-cor
                       move ce-nis     to wk-ce-nis
                       move ce-natural to wk-ce-natural
                       move ce-uf      to wk-ce-uf
                       move ce-sit     to wk-ce-sit
                       move ce-sit-ano to wk-ce-sit-ano
               end-read
           end-if
           .
       carregar-censo-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava os dados do censo (wk-ce-*) do aluno de matricula
      *>  wk-ce-matr; a situacao A/F vale para o ano letivo em que foi
      *>  informada
      *>------------------------------------------------------------------------
       gravar-censo-aluno section.
           if  wk-censo-aberto = "S"
           and wk-ce-matr > zero then
               move wk-ce-matr to ce-matr
               read censoalu-file record
                   invalid key
                       move "N" to achou-censo
                   not invalid key
                       move "S" to achou-censo
               end-read

               if achou-censo = "N" then
                   move space to ce-sit
                   move zero  to ce-sit-ano
               end-if

               if wk-ce-sit <> ce-sit then
                   if wk-ce-sit = space then
                       move zero          to ce-sit-ano
                   else
                       move wk-ano-letivo to ce-sit-ano
                   end-if
               end-if

               move wk-ce-matr    to ce-matr
               move wk-ce-nasc    to ce-nasc
               move wk-ce-sexo    to ce-sexo
               move wk-ce-cor     to ce-cor
               move wk-ce-nis     to ce-nis
               move wk-ce-natural to ce-natural
               move wk-ce-uf      to ce-uf
               move wk-ce-sit     to ce-sit

               if achou-censo = "S" then
                   rewrite censoalu-rec
                       invalid key
                           move "Erro ao gravar dados do censo" to wk-msn
                   end-rewrite
               else
      *>            aluno sem nenhum dado do censo nao ocupa registro
                   if wk-ce-nasc    <> zero
                   or wk-ce-sexo    <> space
                   or wk-ce-cor     <> space
                   or wk-ce-nis     <> zero
                   or wk-ce-natural <> spaces
                   or wk-ce-uf      <> spaces
                   or wk-ce-sit     <> space then
                       write censoalu-rec
                           invalid key
                               move "Erro ao gravar dados do censo"
                                   to wk-msn
                       end-write
                   end-if
               end-if
           end-if
           .
       gravar-censo-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  alteracao dos dados do censo na tela do aluno: so regrava e
      *>  registra log quando algum campo mudou
      *>------------------------------------------------------------------------
       alterar-censo-aluno section.
           move wk-ce-nasc    to wk-ce-nasc-sv
           move wk-ce-sexo    to wk-ce-sexo-sv
           move wk-ce-cor     to wk-ce-cor-sv
           move wk-ce-nis     to wk-ce-nis-sv
           move wk-ce-natural to wk-ce-natural-sv
           move wk-ce-uf      to wk-ce-uf-sv
           move wk-ce-sit     to wk-ce-sit-sv

           perform carregar-censo-aluno

           if wk-ce-nasc-sv    <> wk-ce-nasc
           or wk-ce-sexo-sv    <> wk-ce-sexo
           or wk-ce-cor-sv     <> wk-ce-cor
           or wk-ce-nis-sv     <> wk-ce-nis
           or wk-ce-natural-sv <> wk-ce-natural
           or wk-ce-uf-sv      <> wk-ce-uf
           or wk-ce-sit-sv     <> wk-ce-sit then
               move wk-ce-nasc-sv    to wk-ce-nasc
               move wk-ce-sexo-sv    to wk-ce-sexo
               move wk-ce-cor-sv     to wk-ce-cor
               move wk-ce-nis-sv     to wk-ce-nis
               move wk-ce-natural-sv to wk-ce-natural
               move wk-ce-uf-sv      to wk-ce-uf
               move wk-ce-sit-sv     to wk-ce-sit

               perform gravar-censo-aluno

               if wk-msn = space then
                   move wk-ce-matr to wk-log-cod
                   move "Alteracao de aluno - dados do censo"
                       to wk-log-acao
                   perform registrar-log
               end-if
           end-if
           .
       alterar-censo-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  remove os dados do censo do aluno excluido (matricula wk-ce-matr)
      *>------------------------------------------------------------------------
       excluir-censo-aluno section.
           if  wk-censo-aberto = "S"
           and wk-ce-matr > zero then
               move wk-ce-matr to ce-matr
               delete censoalu-file record
                   invalid key
                       continue
               end-delete
           end-if
           .
       excluir-censo-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  arquivo do Censo Escolar (secretaria/coordenacao) do ano ja
      *>  fechado: um registro de matricula e um de situacao por aluno do
      *>  historico, com header e trailer de controle como o EXPORTA.DAT
      *>------------------------------------------------------------------------
       gerar-censo section.
           compute wk-censo-ano = wk-ano-letivo - 1

           perform until wk-sair = "V"
                      or wk-sair = "v"
               display tela-censo
               accept tela-censo

               move spaces to wk-msn

               if wk-sair <> "V"
               and wk-sair <> "v" then
                   move wk-censo-ano to wk-fecha-ano
                   perform verificar-ano-fechado

                   if wk-ano-fechado = "N" then
                       move "Ano ainda nao fechado no historico" to wk-msn
                   else
                       perform exportar-censo
                   end-if
               end-if
           end-perform
           .
       gerar-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o CENSO.DAT a partir das linhas gerais (disciplina 00) do
      *>  ano wk-censo-ano no historico e dos dados do censo dos alunos
      *>------------------------------------------------------------------------
       exportar-censo section.
           open output censo-file

           if fs-censo <> "00" then
               move "Erro ao abrir CENSO.DAT" to wk-msn
           else
               move zero to cn-qtd-mat
               move zero to cn-qtd-sit
               move zero to cn-hash
               move zero to cn-incompl
               perform varying cn-sit-i from 1 by 1 until cn-sit-i > 5
                   move zero to cn-sit-qtd(cn-sit-i)
               end-perform

               move wk-censo-ano          to cn-h-ano
               move function current-date to wk-log-data-hora
               move wk-log-data-hora(1:8) to cn-h-data
               move cn-header             to censo-linha
               write censo-linha

               open input historico-file

               if fs-historico = "00" then
                   move "N" to wk-fim-hist
                   perform until wk-fim-hist = "S"
                       read historico-file
                           at end
                               move "S" to wk-fim-hist
                           not at end
                               if historico-linha(1:1) = "D" then
                                   perform normalizar-detalhe-historico

                                   if  hist-d-ano = wk-censo-ano
                                   and hist-d-disc = zero then
                                       perform exportar-censo-aluno
                                   end-if
                               end-if
                       end-read
                   end-perform
                   close historico-file
               end-if

               move cn-qtd-mat to cn-t-qtd-mat
               move cn-qtd-sit to cn-t-qtd-sit
               move cn-hash    to cn-t-hash
               perform varying cn-sit-i from 1 by 1 until cn-sit-i > 5
                   move cn-sit-qtd(cn-sit-i) to cn-t-sit-qtd(cn-sit-i)
               end-perform
               move cn-trailer to censo-linha
               write censo-linha

               close censo-file

               move zero  to wk-log-cod
               move space to wk-log-acao
               string "Arquivo do Censo Escolar - ano " delimited by size
                      wk-censo-ano                      delimited by size
                      into wk-log-acao
               end-string
               perform registrar-log

               move cn-qtd-mat to exp-qtd-ed
               move cn-incompl to ch-qtd-ed
               string "Censo: "      delimited by size
                      exp-qtd-ed     delimited by size
                      " alunos, "    delimited by size
                      ch-qtd-ed      delimited by size
                      " sem dados completos" delimited by size
                      into wk-msn
               end-string
           end-if
           .
       exportar-censo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registro de matricula e registro de situacao do aluno do
      *>  historico (hist-detalhe)
      *>------------------------------------------------------------------------
       exportar-censo-aluno section.
           move hist-d-matr to wk-ce-matr
           perform carregar-censo-aluno

           move hist-d-matr   to cn-m-matr
           move hist-d-nome   to cn-m-nome
           move wk-ce-nasc    to cn-m-nasc
           move wk-ce-sexo    to cn-m-sexo
           move wk-ce-cor     to cn-m-cor
           move wk-ce-nis     to cn-m-nis
           move wk-ce-natural to cn-m-natural
           move wk-ce-uf      to cn-m-uf
           move hist-d-turma  to cn-m-turma
           move zero          to cn-m-serie
           move space         to cn-m-turno

           if wk-turmas-aberto = "S" then
               move hist-d-turma to tm-cod
               read turmas-file record
                   invalid key
                       continue
                   not invalid key
                       move tm-serie to cn-m-serie
                       move tm-turno to cn-m-turno
               end-read
           end-if

           move cn-matricula to censo-linha
           write censo-linha
           add 1 to cn-qtd-mat

           if wk-ce-nasc = zero
           or wk-ce-sexo = space
           or wk-ce-cor  = space
           or cn-m-serie = zero then
               add 1 to cn-incompl
           end-if

      *>    situacao do censo: 1 transferido, 2 deixou de frequentar,
      *>    3 falecido, 4 reprovado, 5 aprovado
           move hist-d-situacao to wk-situacao
           if  wk-ce-sit = "F"
           and wk-ce-sit-ano = wk-censo-ano then
               move 3 to cn-s-sit
           else
           if hist-d-situacao = "TRANSFER" then
               move 1 to cn-s-sit
           else
           if  wk-ce-sit = "A"
           and wk-ce-sit-ano = wk-censo-ano then
               move 2 to cn-s-sit
           else
           if situacao-aprovada then
               move 5 to cn-s-sit
           else
               move 4 to cn-s-sit
           end-if
           end-if
           end-if
           end-if

           move hist-d-matr     to cn-s-matr
           move wk-censo-ano    to cn-s-ano
           move hist-d-situacao to cn-s-situacao
           move hist-d-media    to cn-s-media
           move cn-situacao to censo-linha
           write censo-linha

           add 1            to cn-qtd-sit
           add 1            to cn-sit-qtd(cn-s-sit)
           add hist-d-media to cn-hash
           .
       exportar-censo-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  relatorio de distorcao idade-serie por turma: alunos ativos com
      *>  dois anos ou mais acima da idade esperada para a serie (serie
      *>  + 5 anos, idade no ano de referencia)
      *>------------------------------------------------------------------------
       gerar-distorcao section.
           move wk-ano-letivo to wk-di-ano
           move spaces        to wk-di-turma

           perform until wk-sair = "V"
                      or wk-sair = "v"
               display tela-distorcao
               accept tela-distorcao

               move spaces to wk-msn

               if wk-sair <> "V"
               and wk-sair <> "v" then
                   if wk-di-ano < 1900 then
                       move "Ano de referencia invalido" to wk-msn
                   else
                   if wk-turma-existe = "N" then
                       move "Nenhuma turma cadastrada com a serie" to wk-msn
                   else
                       perform imprimir-distorcao
                   end-if
                   end-if
               end-if
           end-perform
           .
       gerar-distorcao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o DISTORC.DAT percorrendo as turmas cadastradas
      *>------------------------------------------------------------------------
       imprimir-distorcao section.
           open output distorc-file

           if fs-distorc <> "00" then
               move "Erro ao abrir DISTORC.DAT" to wk-msn
           else
               move zero to di-tot-alunos
               move zero to di-tot-distorc
               move zero to di-tot-sem-nasc
               move zero to di-turmas

               move spaces to distorc-linha
               string "DISTORCAO IDADE-SERIE - ANO DE REFERENCIA "
                                  delimited by size
                      wk-di-ano   delimited by size
                      into distorc-linha
               end-string
               write distorc-linha

               move "(idade esperada = serie + 5 anos)" to distorc-linha
               write distorc-linha

               move spaces to distorc-linha
               write distorc-linha

               move low-values to tm-cod
               if wk-di-turma <> space then
                   move wk-di-turma to tm-cod
               end-if
               start turmas-file key is not less than tm-cod
                   invalid key
                       move "10" to fs-turmas
                   not invalid key
                       move "00" to fs-turmas
               end-start

               perform until fs-turmas = "10"
                   read turmas-file next record
                       at end
                           move "10" to fs-turmas
                       not at end
                           if  wk-di-turma <> space
                           and tm-cod <> wk-di-turma then
                               move "10" to fs-turmas
                           else
                               perform distorcao-turma
                           end-if
                   end-read
               end-perform
               move "00" to fs-turmas

               move di-tot-alunos to ch-qtd-ed
               move spaces to distorc-linha
               string "TOTAL DE ALUNOS.............: " delimited by size
                      ch-qtd-ed                         delimited by size
                      into distorc-linha
               end-string
               write distorc-linha

               move di-tot-sem-nasc to ch-qtd-ed
               move spaces to distorc-linha
               string "SEM DATA DE NASCIMENTO......: " delimited by size
                      ch-qtd-ed                         delimited by size
                      into distorc-linha
               end-string
               write distorc-linha

               move di-tot-distorc to ch-qtd-ed
               move spaces to distorc-linha
               string "EM DISTORCAO IDADE-SERIE....: " delimited by size
                      ch-qtd-ed                         delimited by size
                      into distorc-linha
               end-string
               write distorc-linha

               close distorc-file

               if di-turmas = zero then
                   move "Turma nao cadastrada" to wk-msn
               else
                   move di-tot-distorc to ch-qtd-ed
                   string "Em distorcao: "      delimited by size
                          ch-qtd-ed             delimited by size
                          " (ver DISTORC.DAT)"  delimited by size
                          into wk-msn
                   end-string
               end-if
           end-if
           .
       imprimir-distorcao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  alunos ativos da turma lida (turmas-rec) e a linha de cada um
      *>  em distorcao, com o resumo da turma
      *>------------------------------------------------------------------------
       distorcao-turma section.
           add 1 to di-turmas
           move zero to di-alunos
           move zero to di-distorc
           move zero to di-sem-nasc
           compute di-esperada = tm-serie + 5

           move di-esperada to di-idade-ed
           move spaces to distorc-linha
           string "TURMA "          delimited by size
                  tm-cod            delimited by size
                  "  SERIE "        delimited by size
                  tm-serie          delimited by size
                  "  IDADE ESPERADA " delimited by size
                  di-idade-ed       delimited by size
                  into distorc-linha
           end-string
           write distorc-linha

           move tm-cod to wk-turma-leitura
           perform posicionar-mestre
           perform ler-prox-aluno

           perform until wk-fim-mestre = "S"
               if not aluno-saiu then
                   add 1 to di-alunos
                   move matricula-tmp to wk-ce-matr
                   perform carregar-censo-aluno

                   if wk-ce-nasc = zero then
                       add 1 to di-sem-nasc
                   else
                       move wk-ce-nasc to wk-ce-nasc-x
                       move wk-ce-nasc-x(1:4) to di-ano-nasc
                       move zero to di-idade
                       if di-ano-nasc < wk-di-ano then
                           compute di-idade = wk-di-ano - di-ano-nasc
                       end-if

                       if di-idade >= di-esperada + 2 then
                           add 1 to di-distorc
                           perform imprimir-aluno-distorcao
                       end-if
                   end-if
               end-if
               perform ler-prox-aluno
           end-perform

           move zero to di-pct
           if di-alunos > di-sem-nasc then
               compute di-pct rounded =
                   di-distorc * 100 / (di-alunos - di-sem-nasc)
           end-if

           move di-alunos   to ch-qtd-ed
           move di-distorc  to ch-faltas-ed
           move di-pct      to wk-conv-pct-ed
           move spaces to distorc-linha
           string "  Alunos: "       delimited by size
                  ch-qtd-ed          delimited by size
                  "  Em distorcao: " delimited by size
                  ch-faltas-ed       delimited by size
                  " ("               delimited by size
                  wk-conv-pct-ed     delimited by size
                  "%)"               delimited by size
                  into distorc-linha
           end-string
           write distorc-linha

           if di-sem-nasc > zero then
               move di-sem-nasc to ch-qtd-ed
               move spaces to distorc-linha
               string "  Sem data de nascimento: " delimited by size
                      ch-qtd-ed                    delimited by size
                      into distorc-linha
               end-string
               write distorc-linha
           end-if

           move spaces to distorc-linha
           write distorc-linha

           add di-alunos   to di-tot-alunos
           add di-distorc  to di-tot-distorc
           add di-sem-nasc to di-tot-sem-nasc
           .
       distorcao-turma-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  linha do aluno em distorcao idade-serie
      *>------------------------------------------------------------------------
       imprimir-aluno-distorcao section.
           move matricula-tmp to wk-matr-ed
           move spaces to wk-data14
           move wk-ce-nasc to wk-data14(1:8)
           perform formatar-data-backup
           move di-idade to di-idade-ed
           compute di-defasagem = di-idade - di-esperada
           move di-defasagem to di-defas-ed

           move spaces to distorc-linha
           string "  "              delimited by size
                  wk-matr-ed        delimited by size
                  " "               delimited by size
                  aluno-tmp         delimited by size
                  " nasc. "         delimited by size
                  wk-data-fmt(1:10) delimited by size
                  " idade "         delimited by size
                  di-idade-ed       delimited by size
                  " defasagem "     delimited by size
                  di-defas-ed       delimited by size
                  " anos"           delimited by size
                  into distorc-linha
           end-string
           write distorc-linha
           .
       imprimir-aluno-distorcao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  comparativo de desempenho entre anos (secretaria/coordenacao):
      *>  le o historico de um intervalo de anos e mostra por serie e
      *>  disciplina a evolucao da media, da aprovacao, da recuperacao e
      *>  das transferencias, com alerta de queda acima do limite
      *>------------------------------------------------------------------------
       gerar-comparativo section.
           compute wk-cp-ano-fim = wk-ano-letivo - 1
           compute wk-cp-ano-ini = wk-cp-ano-fim - 4
           move 10 to wk-cp-queda

           perform until wk-sair = "V"
                      or wk-sair = "v"
               display tela-comparativo
               accept tela-comparativo

               move spaces to wk-msn

               if wk-sair <> "V"
               and wk-sair <> "v" then
                   perform executar-comparativo
               end-if
           end-perform
           .
       gerar-comparativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava o COMPARAT.DAT para o intervalo wk-cp-ano-ini a
      *>  wk-cp-ano-fim e o limite de queda wk-cp-queda (tela ou batch)
      *>------------------------------------------------------------------------
       executar-comparativo section.
           if wk-cp-ano-ini < 1900
           or wk-cp-ano-fim < wk-cp-ano-ini then
               move "Intervalo de anos invalido" to wk-msn
           else
               open output comparat-file

               if fs-comparat <> "00" then
                   move "Erro ao abrir COMPARAT.DAT" to wk-msn
               else
      *>            serie de cada turma pelo cadastro de turmas atual
                   move zero to tm-qtd
                   move "N"  to wk-tm-cheia
                   if wk-turmas-aberto = "S" then
                       perform carregar-tabela-turmas
                   end-if

                   perform carregar-comparativo
                   perform ordenar-comparativo
                   perform imprimir-comparativo

                   close comparat-file

                   move zero  to wk-log-cod
                   move space to wk-log-acao
                   string "Comparativo entre anos " delimited by size
                          wk-cp-ano-ini             delimited by size
                          " a "                     delimited by size
                          wk-cp-ano-fim             delimited by size
                          into wk-log-acao
                   end-string
                   perform registrar-log

                   if cp-qtd = zero then
                       move "Nenhum ano fechado no intervalo" to wk-msn
                   else
                       move cp-linhas to exp-qtd-ed
                       string "Comparativo em COMPARAT.DAT ("
                                               delimited by size
                              exp-qtd-ed       delimited by size
                              " linhas lidas)" delimited by size
                              into wk-msn
                       end-string
                   end-if
               end-if
           end-if
           .
       executar-comparativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  acumula os detalhes do historico do intervalo em cp-tab, uma
      *>  entrada por serie, disciplina e ano
      *>------------------------------------------------------------------------
       carregar-comparativo section.
           move zero to cp-qtd
           move zero to cp-cheia
           move zero to cp-linhas
           move zero to pd-qtd

           open input historico-file

           if fs-historico = "00" then
               move "N" to wk-fim-hist
               perform until wk-fim-hist = "S"
                   read historico-file
                       at end
                           move "S" to wk-fim-hist
                       not at end
                           if historico-linha(1:1) = "D" then
                               perform normalizar-detalhe-historico

                               if  hist-d-ano >= wk-cp-ano-ini
                               and hist-d-ano <= wk-cp-ano-fim then
                                   add 1 to cp-linhas
                                   perform comparar-detalhe-historico
                               end-if
                           end-if
                   end-read
               end-perform
               close historico-file
           end-if

      *>    disciplinas sem linha geral no fim do arquivo
           if pd-qtd > zero then
               move "N" to wk-cp-transf
               perform descarregar-pendentes
           end-if
           .
       carregar-comparativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  trata um detalhe do intervalo (hist-detalhe): a linha de
      *>  disciplina fica pendente ate a linha geral do mesmo aluno
      *>------------------------------------------------------------------------
       comparar-detalhe-historico section.
           if hist-d-disc > zero then
      *>        aluno novo com disciplinas de outro ainda pendentes
               if  pd-qtd > zero
               and (pd-ano  <> hist-d-ano
               or   pd-cod  <> hist-d-cod
               or   pd-matr <> hist-d-matr) then
                   move "N" to wk-cp-transf
                   perform descarregar-pendentes
               end-if

               if pd-qtd < 20 then
                   perform localizar-serie-comparativo
                   add 1 to pd-qtd
                   move hist-d-ano      to pd-ano
                   move hist-d-cod      to pd-cod
                   move hist-d-matr     to pd-matr
                   move wk-cp-serie     to pd-serie
                   move hist-d-disc     to pd-disc(pd-qtd)
                   move hist-d-media    to pd-media(pd-qtd)
                   move hist-d-recup    to pd-recup(pd-qtd)
                   move hist-d-situacao to pd-situacao(pd-qtd)
               end-if
           else
               if hist-d-situacao = "TRANSFER" then
                   move "S" to wk-cp-transf
               else
                   move "N" to wk-cp-transf
               end-if

      *>        disciplinas pendentes de outro aluno nao sao do transferido
               if pd-qtd > zero then
                   if pd-ano  <> hist-d-ano
                   or pd-cod  <> hist-d-cod
                   or pd-matr <> hist-d-matr then
                       move "N" to wk-cp-transf
                   end-if
                   perform descarregar-pendentes
               end-if

               if hist-d-situacao = "TRANSFER" then
                   move "S" to wk-cp-transf
               else
                   move "N" to wk-cp-transf
               end-if

               perform localizar-serie-comparativo
               move hist-d-ano      to wk-cp-ano
               move zero            to wk-cp-disc
               move hist-d-media    to wk-cp-media
               move hist-d-recup    to wk-cp-recup
               move hist-d-situacao to wk-cp-situacao
               perform acumular-comparativo
           end-if
           .
       comparar-detalhe-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  acumula as disciplinas pendentes do aluno (transferido ou nao
      *>  conforme wk-cp-transf) e esvazia a lista
      *>------------------------------------------------------------------------
       descarregar-pendentes section.
           move pd-ano   to wk-cp-ano
           move pd-serie to wk-cp-serie

           perform varying pd-i from 1 by 1 until pd-i > pd-qtd
               move pd-disc(pd-i)     to wk-cp-disc
               move pd-media(pd-i)    to wk-cp-media
               move pd-recup(pd-i)    to wk-cp-recup
               move pd-situacao(pd-i) to wk-cp-situacao
               perform acumular-comparativo
           end-perform

           move zero to pd-qtd
           .
       descarregar-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  serie da turma do detalhe (hist-d-turma) em wk-cp-serie; zero
      *>  para turma fora do cadastro de turmas
      *>------------------------------------------------------------------------
       localizar-serie-comparativo section.
           move zero to wk-cp-serie
           move hist-d-turma to wk-turma-conta
           perform localizar-turma-tabela
           if tm-i > zero then
               move rt-serie(tm-i) to wk-cp-serie
           end-if
           .
       localizar-serie-comparativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  soma um resultado (wk-cp-*) na entrada da serie, disciplina e ano
      *>------------------------------------------------------------------------
       acumular-comparativo section.
           move zero to cp-i

           perform varying cp-j from 1 by 1 until cp-j > cp-qtd
                                               or cp-i > zero
               if  cp-serie(cp-j) = wk-cp-serie
               and cp-disc(cp-j)  = wk-cp-disc
               and cp-ano(cp-j)   = wk-cp-ano then
                   move cp-j to cp-i
               end-if
           end-perform

           if cp-i = zero then
               if cp-qtd < 999 then
                   add 1 to cp-qtd
                   move cp-qtd      to cp-i
                   move wk-cp-serie to cp-serie(cp-i)
                   move wk-cp-disc  to cp-disc(cp-i)
                   move wk-cp-ano   to cp-ano(cp-i)
                   move zero        to cp-alunos(cp-i)
                   move zero        to cp-soma(cp-i)
                   move zero        to cp-aprov(cp-i)
                   move zero        to cp-recup(cp-i)
                   move zero        to cp-transf(cp-i)
               else
                   add 1 to cp-cheia
               end-if
           end-if

           if cp-i > zero then
               if wk-cp-transf = "S" then
                   add 1 to cp-transf(cp-i)
               else
                   add 1           to cp-alunos(cp-i)
                   add wk-cp-media to cp-soma(cp-i)

      *>            na disciplina a dependencia e reprovacao nela
                   move wk-cp-situacao to wk-situacao
                   if situacao-aprovada then
                       if  wk-cp-disc > zero
                       and wk-cp-situacao = "Dependenc" then
                           continue
                       else
                           add 1 to cp-aprov(cp-i)
                       end-if
                   end-if

      *>            recuperacao final lancada (11 = nao fez)
                   if wk-cp-recup <= 10 then
                       add 1 to cp-recup(cp-i)
                   end-if
               end-if
           end-if
           .
       acumular-comparativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  ordena cp-tab por serie, disciplina e ano (bolha)
      *>------------------------------------------------------------------------
       ordenar-comparativo section.
           perform varying cp-i from 1 by 1 until cp-i >= cp-qtd
               compute cp-lim = cp-qtd - cp-i

               perform varying cp-j from 1 by 1 until cp-j > cp-lim
                   if cp-chave(cp-j) > cp-chave(cp-j + 1) then
                       move cp-tab(cp-j)     to cp-troca
                       move cp-tab(cp-j + 1) to cp-tab(cp-j)
                       move cp-troca         to cp-tab(cp-j + 1)
                   end-if
               end-perform
           end-perform
           .
       ordenar-comparativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime um bloco por serie e disciplina com uma linha por ano
      *>------------------------------------------------------------------------
       imprimir-comparativo section.
           move spaces to comparat-linha
           string "COMPARATIVO DE DESEMPENHO ENTRE ANOS - " delimited by size
                  wk-cp-ano-ini                             delimited by size
                  " A "                                     delimited by size
                  wk-cp-ano-fim                             delimited by size
                  into comparat-linha
           end-string
           write comparat-linha

           move spaces to comparat-linha
           if wk-cp-queda = zero then
               move "(sem alerta de queda)" to comparat-linha
           else
               string "(ALERTA: queda da media ou da aprovacao acima de "
                                     delimited by size
                      wk-cp-queda    delimited by size
                      "% sobre o ano anterior)"
                                     delimited by size
                      into comparat-linha
               end-string
           end-if
           write comparat-linha

           perform varying cp-i from 1 by 1 until cp-i > cp-qtd
               move zero to cp-ant
               if cp-i > 1 then
                   compute cp-j = cp-i - 1
                   if  cp-serie(cp-j) = cp-serie(cp-i)
                   and cp-disc(cp-j)  = cp-disc(cp-i) then
                       move cp-j to cp-ant
                   end-if
               end-if

               if cp-ant = zero then
                   perform imprimir-cabecalho-comparativo
               end-if

               perform imprimir-linha-comparativo
           end-perform

           if wk-tm-cheia = "S" then
               move spaces to comparat-linha
               write comparat-linha

               move spaces to comparat-linha
               string "ATENCAO: cadastro com mais de 99 turmas; as demais "
                                 delimited by size
                      "sairam como TURMA FORA DO CADASTRO"
                                 delimited by size
                      into comparat-linha
               end-string
               write comparat-linha
           end-if

           if cp-cheia > zero then
               move spaces to comparat-linha
               write comparat-linha

               move cp-cheia to cp-alunos-ed
               move spaces to comparat-linha
               string "ATENCAO: " delimited by size
                      cp-alunos-ed delimited by size
                      " resultados fora do relatorio (tabela cheia)"
                                 delimited by size
                      into comparat-linha
               end-string
               write comparat-linha
           end-if
           .
       imprimir-comparativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  titulo do bloco da serie e disciplina de cp-tab(cp-i)
      *>------------------------------------------------------------------------
       imprimir-cabecalho-comparativo section.
           move spaces to cp-nome-disc
           if cp-disc(cp-i) = zero then
               move "GERAL" to cp-nome-disc
           else
               perform varying wk-disc-i from 1 by 1
                       until wk-disc-i > disc-qtd
                   if dt-id(wk-disc-i) = cp-disc(cp-i) then
                       move dt-nome(wk-disc-i) to cp-nome-disc
                   end-if
               end-perform
               if cp-nome-disc = space then
                   string "DISCIPLINA "  delimited by size
                          cp-disc(cp-i)  delimited by size
                          into cp-nome-disc
                   end-string
               end-if
           end-if

           move spaces to comparat-linha
           write comparat-linha

           move spaces to comparat-linha
           if cp-serie(cp-i) = zero then
               string "TURMA FORA DO CADASTRO - " delimited by size
                      cp-nome-disc                delimited by size
                      into comparat-linha
               end-string
           else
               string "SERIE "        delimited by size
                      cp-serie(cp-i)  delimited by size
                      " - "           delimited by size
                      cp-nome-disc    delimited by size
                      into comparat-linha
               end-string
           end-if
           write comparat-linha

           move spaces to comparat-linha
           string "ANO  ALUNOS  MEDIA    DIF  APROV%     DIF  "
                                                  delimited by size
                  "RECUP%     DIF TRANSF  ALERTA" delimited by size
                  into comparat-linha
           end-string
           write comparat-linha
           .
       imprimir-cabecalho-comparativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  linha do ano cp-tab(cp-i), com a diferenca para cp-tab(cp-ant)
      *>------------------------------------------------------------------------
       imprimir-linha-comparativo section.
           move "     -" to wk-cp-dm-tx
           move "      -" to wk-cp-da-tx
           move "      -" to wk-cp-dr-tx
           move spaces to wk-cp-alerta

           if cp-ant > zero then
               move cp-ant to cp-j
               perform calcular-taxas-comparativo
               move cp-media     to cp-media-ant
               move cp-pct-aprov to cp-aprov-ant
               move cp-pct-recup to cp-recup-ant
           end-if

           move cp-i to cp-j
           perform calcular-taxas-comparativo

           if cp-ant > zero then
               compute cp-dif = cp-media - cp-media-ant
               move cp-dif to cp-dif-media-ed
               move cp-dif-media-ed to wk-cp-dm-tx

               compute cp-dif = cp-pct-aprov - cp-aprov-ant
               move cp-dif to cp-dif-aprov-ed
               move cp-dif-aprov-ed to wk-cp-da-tx

               compute cp-dif = cp-pct-recup - cp-recup-ant
               move cp-dif to cp-dif-recup-ed
               move cp-dif-recup-ed to wk-cp-dr-tx

      *>        queda relativa ao ano anterior; limite zero nao alerta
               if wk-cp-queda > zero then
                   if  cp-media-ant > zero
                   and cp-media < cp-media-ant then
                       compute cp-queda-pct =
                           (cp-media-ant - cp-media) * 100 / cp-media-ant
                       if cp-queda-pct > wk-cp-queda then
                           move "QUEDA MEDIA" to wk-cp-alerta
                       end-if
                   end-if

                   if  cp-aprov-ant > zero
                   and cp-pct-aprov < cp-aprov-ant then
                       compute cp-queda-pct =
                           (cp-aprov-ant - cp-pct-aprov) * 100
                               / cp-aprov-ant
                       if cp-queda-pct > wk-cp-queda then
                           if wk-cp-alerta = space then
                               move "QUEDA APROVACAO" to wk-cp-alerta
                           else
                               move "QUEDA MEDIA/APROV." to wk-cp-alerta
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           move cp-alunos(cp-i) to cp-alunos-ed
           move cp-transf(cp-i) to cp-transf-ed
           move cp-media        to cp-media-ed
           move cp-pct-aprov    to cp-pct-aprov-ed
           move cp-pct-recup    to cp-pct-recup-ed

           move spaces to comparat-linha
           string cp-ano(cp-i)    delimited by size
                  "  "            delimited by size
                  cp-alunos-ed    delimited by size
                  "  "            delimited by size
                  cp-media-ed     delimited by size
                  " "             delimited by size
                  wk-cp-dm-tx     delimited by size
                  "  "            delimited by size
                  cp-pct-aprov-ed delimited by size
                  " "             delimited by size
                  wk-cp-da-tx     delimited by size
                  "  "            delimited by size
                  cp-pct-recup-ed delimited by size
                  " "             delimited by size
                  wk-cp-dr-tx     delimited by size
                  "  "            delimited by size
                  cp-transf-ed    delimited by size
                  "  "            delimited by size
                  wk-cp-alerta    delimited by size
                  into comparat-linha
           end-string
           write comparat-linha
           .
       imprimir-linha-comparativo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  media, % de aprovacao e % de recuperacao da entrada cp-j (os
      *>  transferidos ficam fora da base)
      *>------------------------------------------------------------------------
       calcular-taxas-comparativo section.
           move zero to cp-media
           move zero to cp-pct-aprov
           move zero to cp-pct-recup

           if cp-alunos(cp-j) > zero then
               compute cp-media rounded =
                   cp-soma(cp-j) / cp-alunos(cp-j)
               compute cp-pct-aprov rounded =
                   cp-aprov(cp-j) * 100 / cp-alunos(cp-j)
               compute cp-pct-recup rounded =
                   cp-recup(cp-j) * 100 / cp-alunos(cp-j)
           end-if
           .
       calcular-taxas-comparativo-exit.
           exit.

      *>------------------------------------------------------------------------
               move spaces          to  wk-turma
               move zero            to  wk-cod-cad-alu
               move space           to  wk-opcao-cad-alu
               move zero            to  wk-ce-nasc
               move space           to  wk-ce-sexo
               move space           to  wk-ce-cor
               move zero            to  wk-ce-nis
               move spaces          to  wk-ce-natural
               move spaces          to  wk-ce-uf
               move space           to  wk-ce-sit

               display tela-cad-aluno
               accept tela-cad-aluno
                       perform carregar-aluno-para-edicao

                       if wk-msn = space then
      *>                    protege a matricula carregada: o campo Matr.
      *>                    fica visivel na reexibicao mas o operador
      *>                    digitando nele nao deve redirecionar a
      *>                    alteracao para outro registro
                           move wk-cod-cad-alu to wk-cod-cad-alu-sv

                           display tela-cad-aluno

                           move wk-cod-cad-alu-sv to wk-cod-cad-alu

                           perform validar-censo-aluno

                           if wk-msn = space then
                               perform alterar-aluno
                           end-if

                           if wk-msn = space then
                               perform alterar-censo-aluno
                           end-if
                       end-if
                   else
                       if wk-opcao-cad-alu = space
                       and wk-cod-cad-alu = zero then
                           perform incluir-aluno

                           if wk-msn = space then
                               move wk-ult-matricula to wk-matr-ed
                               string "Aluno incluido com a matricula "
                                                     delimited by size
                                      wk-matr-ed     delimited by size
                                      into wk-msn
                               end-string
                           end-if
                       else
                           move "Informe a opcao A ou E para a matricula digitada" to wk-msn
                       end-if
                   end-if
               end-if
           exit.

      *>------------------------------------------------------------------------
      *>  inclusao de um novo aluno, com a proxima matricula permanente
      *>------------------------------------------------------------------------
       incluir-aluno section.
           move zero to matr-excl
           perform validar-aluno

           if wk-msn = space then
               perform validar-censo-aluno
           end-if

           if wk-msn = space then
               perform validar-turma-aluno
           end-if

           if wk-msn = space then
               perform obter-prox-matricula

               move wk-ult-matricula to  mst-matr
               move wk-aluno         to  mst-aluno
               move wk-endereco      to  mst-endereco
               move wk-mae           to  mst-mae
               move wk-pai           to  mst-pai
               move wk-tel           to  mst-telefone
               move wk-turma         to  mst-turma
               move 11               to  mst-notas(1)
               move 11               to  mst-notas(2)
               move 11               to  mst-notas(3)
               move 11               to  mst-notas(4)
               move 11               to  mst-nota-rec
               move space            to  mst-exp-sit
               move space            to  mst-sit-transf
               move zero             to  mst-data-transf

               write alunomst-rec
                   invalid key
                       move "Erro ao gravar aluno no ALUNOMST.DAT" to wk-msn
               end-write

               if wk-msn = space then
                   move wk-ult-matricula   to wk-log-cod
                   move "Inclusao de aluno" to wk-log-acao
                   perform registrar-log

                   move wk-ult-matricula to wk-ce-matr
                   perform gravar-censo-aluno
               end-if
           end-if
           .
       incluir-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
                   move telefone-imp  to wk-tel
                   move turma-imp     to wk-turma

                   move zero          to wk-ce-nasc
                   if nasc-imp is numeric then
                       move nasc-imp  to wk-ce-nasc
                   end-if
                   move sexo-imp      to wk-ce-sexo
                   move cor-imp       to wk-ce-cor
                   move zero          to wk-ce-nis
                   if nis-imp is numeric then
                       move nis-imp   to wk-ce-nis
                   end-if
                   move natural-imp   to wk-ce-natural
                   move uf-imp        to wk-ce-uf
                   move space         to wk-ce-sit

                   perform incluir-aluno

                   if wk-msn = space then
           exit.

      *>------------------------------------------------------------------------
      *>  valida nome em branco e nome duplicado no mestre de alunos,
      *>  lendo so os alunos do mesmo nome pela chave alternada de nome
      *>  (matr-excl e o proprio aluno na alteracao)
      *>------------------------------------------------------------------------
       validar-aluno section.
           move space to wk-msn
               move "Nome do aluno nao pode ser vazio!" to wk-msn
           else
               move "N" to duplicado
               move "S" to wk-fim-mestre
               move wk-aluno to mst-aluno
               start alunomst-file key is equal to mst-aluno
                   invalid key
                       move "S" to wk-fim-mestre
                   not invalid key
                       move "N" to wk-fim-mestre
               end-start

               perform until wk-fim-mestre = "S"
                          or duplicado = "S"
                   read alunomst-file next record
                       at end
                           move "S" to wk-fim-mestre
                       not at end
                           if mst-aluno <> wk-aluno then
                               move "S" to wk-fim-mestre
                           else
                               if mst-matr <> matr-excl then
                                   move "S" to duplicado
                               end-if
                           end-if
                   end-read

                   if fs-alunomst(1:1) <> "0" then
                       move "S" to wk-fim-mestre
                   end-if
               end-perform

               if duplicado = "S" then
                   move "Aluno ja cadastrado!" to wk-msn
               end-if
       validar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  carrega os dados atuais do aluno em wk-alunos, para reexibicao na
      *>  tela antes da alteracao (so o campo digitado de novo deve mudar)
           move space to wk-msn

           if wk-cod-cad-alu = zero then
               move "Informe a matricula do aluno para alterar" to wk-msn
           else
               move wk-cod-cad-alu to wk-matr-busca
               perform buscar-aluno-por-matricula

               if achou-matr = "N" then
                   move "Aluno nao cadastrado!" to wk-msn
               else
                   move mst-aluno      to wk-aluno
                   move mst-endereco   to wk-endereco
                   move mst-mae        to wk-mae
                   move mst-pai        to wk-pai
                   move mst-telefone   to wk-tel
                   move mst-turma      to wk-turma
                   move mst-matr       to wk-ce-matr
               end-if
           end-if

           if wk-msn = space then
               perform carregar-censo-aluno
           end-if
           .
       carregar-aluno-para-edicao-exit.
           exit.
      *>  alteracao dos dados de um aluno ja cadastrado
      *>------------------------------------------------------------------------
       alterar-aluno section.
           move wk-cod-cad-alu to wk-matr-busca
           perform buscar-aluno-por-matricula

           if achou-matr = "S" then
               move wk-cod-cad-alu to matr-excl
               perform validar-aluno

      *>        troca de turma: a turma nova precisa ter vaga
               if  wk-msn = space
               and wk-turma <> turma-tmp then
                   perform validar-turma-aluno
               end-if

      *>        as validacoes leem o mestre pelas chaves de nome e de
      *>        turma: rele o aluno antes de comparar e regravar
               if wk-msn = space then
                   perform buscar-aluno-por-matricula
                   if achou-matr = "N" then
                       move "Aluno nao cadastrado!" to wk-msn
                   end-if
               end-if

               if wk-msn = space then
                   move 1      to wk-log-ptr
                   move space  to wk-log-acao
                   move "N"    to wk-campo-alterado
                   string "Alteracao de aluno -" delimited by size
                       into wk-log-acao with pointer wk-log-ptr

                   if wk-aluno <> mst-aluno
                       move "S" to wk-campo-alterado
                       string " aluno"    delimited by size
                           into wk-log-acao with pointer wk-log-ptr
                   end-if
                   if wk-endereco <> mst-endereco
                       move "S" to wk-campo-alterado
                       string " endereco" delimited by size
                           into wk-log-acao with pointer wk-log-ptr
                   end-if
                   if wk-mae <> mst-mae
                       move "S" to wk-campo-alterado
                       string " mae"      delimited by size
                           into wk-log-acao with pointer wk-log-ptr
                   end-if
                   if wk-pai <> mst-pai
                       move "S" to wk-campo-alterado
                       string " pai"      delimited by size
                           into wk-log-acao with pointer wk-log-ptr
                   end-if
                   if wk-tel <> mst-telefone
                       move "S" to wk-campo-alterado
                       string " telefone" delimited by size
                           into wk-log-acao with pointer wk-log-ptr
                   end-if
                   if wk-turma <> mst-turma
                       move "S" to wk-campo-alterado
                       string " turma"    delimited by size
                           into wk-log-acao with pointer wk-log-ptr
                   end-if

      *>            nenhum campo mudou: nao regrava nem registra log, para
      *>            nao deixar no AUDITLOG.DAT uma linha de alteracao sem
      *>            nenhum campo alterado
                   if wk-campo-alterado = "S" then
                       move wk-aluno       to mst-aluno
                       move wk-endereco    to mst-endereco
                       move wk-mae         to mst-mae
                       move wk-pai         to mst-pai
                       move wk-tel         to mst-telefone
                       move wk-turma       to mst-turma

                       rewrite alunomst-rec
                           invalid key
                               move "Erro ao gravar aluno no ALUNOMST.DAT" to wk-msn
                       end-rewrite

                       if wk-msn = space then
                           move mst-matr to wk-log-cod
                           perform registrar-log
                       end-if
                   end-if
               end-if
           else
               move "Aluno nao cadastrado!"  to  wk-msn
           end-if
           .
       alterar-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  exclusao de um aluno ja cadastrado, com a frequencia, as notas
      *>  por disciplina, os vinculos com responsaveis e o censo dele
      *>------------------------------------------------------------------------
       excluir-aluno section.
           move wk-cod-cad-alu to wk-matr-busca
           perform buscar-aluno-por-matricula

           if achou-matr = "S" then
               delete alunomst-file record
                   invalid key
                       move "Erro ao excluir aluno do ALUNOMST.DAT" to wk-msn
               end-delete

               if wk-msn = space then
                   perform excluir-frequencia-aluno

                   move wk-cod-cad-alu to wk-nd-matr
                   perform excluir-notas-disc-aluno

                   move wk-cod-cad-alu to wk-vr-matr
                   perform excluir-vinculos-resp-aluno

                   move wk-cod-cad-alu to wk-ce-matr
                   perform excluir-censo-aluno

                   perform excluir-chamadas-aluno
                   perform excluir-conselho-aluno

                   move wk-cod-cad-alu    to wk-log-cod
                   move "Exclusao de aluno" to wk-log-acao
                   perform registrar-log
               end-if
           else
               move "Aluno nao cadastrado!"  to  wk-msn
           end-if
           .
       excluir-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  remove a frequencia do aluno excluido, para nao deixar no
      *>  FREQUENC.DAT faltas de uma matricula que nao existe mais
      *>------------------------------------------------------------------------
       excluir-frequencia-aluno section.
           move wk-cod-cad-alu to matr-fq
           read frequen-file record
               invalid key
                   continue
       excluir-frequencia-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  remove as chamadas do aluno excluido, que abrem o CHAMADA.DAT
      *>  pela matricula
      *>------------------------------------------------------------------------
       excluir-chamadas-aluno section.
           if wk-chamada-aberto = "S" then
               move wk-cod-cad-alu to ch-matr
               move zero           to ch-data
               move zero           to ch-disc
               start chamada-file key is not less than ch-chave
                   invalid key
                       move "10" to fs-chamada
                   not invalid key
                       move "00" to fs-chamada
               end-start

               perform until fs-chamada = "10"
                   read chamada-file next record
                       at end
                           move "10" to fs-chamada
                       not at end
                           if ch-matr <> wk-cod-cad-alu then
                               move "10" to fs-chamada
                           else
                               delete chamada-file record
                                   invalid key
                                       continue
                               end-delete
                           end-if
                   end-read
               end-perform
               move "00" to fs-chamada
           end-if
           .
       excluir-chamadas-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  remove as deliberacoes do conselho do ano letivo em curso para o
      *>  aluno excluido; as de anos ja fechados ficam, porque fazem parte
      *>  da ata daquele ano
      *>------------------------------------------------------------------------
       excluir-conselho-aluno section.
           if wk-conselho-aberto = "S" then
               move wk-ano-letivo  to cs-ano
               move wk-cod-cad-alu to cs-matr
               move zero           to cs-disc
               start conselho-file key is not less than cs-chave
                   invalid key
                       move "10" to fs-conselho
                   not invalid key
                       move "00" to fs-conselho
               end-start

               perform until fs-conselho = "10"
                   read conselho-file next record
                       at end
                           move "10" to fs-conselho
                       not at end
                           if cs-ano  <> wk-ano-letivo
                           or cs-matr <> wk-cod-cad-alu then
                               move "10" to fs-conselho
                           else
                               delete conselho-file record
                                   invalid key
                                       continue
                               end-delete
                           end-if
                   end-read
               end-perform
               move "00" to fs-conselho
           end-if
           .
       excluir-conselho-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  transferencia de aluno: a saida marca o aluno como transferido
      *>  (sem apagar o cadastro, como fazia a exclusao) e imprime a

           perform until wk-sair = "V"
                      or wk-sair = "v"
               move zero  to wk-transf-matr
               move space to wk-opcao-transf

               display tela-transfer

               move space to wk-msn

               if wk-transf-matr = zero then
                   if wk-sair <> "V"
                   and wk-sair <> "v" then
                       move "Informe a matricula do aluno" to wk-msn
                   end-if
               else
                   move wk-transf-matr to wk-matr-busca
                   perform buscar-aluno-por-matricula

                   if existe-tmp = "N" then
                       move "Aluno nao cadastrado!" to wk-msn
                   else
                       if wk-opcao-transf = "S"
                       or wk-opcao-transf = "s" then
                           perform transferir-saida
                       else
                           if wk-opcao-transf = "E"
                           or wk-opcao-transf = "e" then
                               perform transferir-entrada
                           else
                               move "Informe a opcao S ou E" to wk-msn
                           end-if
                       end-if
                   end-if
      *>  com as notas parciais e as faltas e registra na auditoria
      *>------------------------------------------------------------------------
       transferir-saida section.
           if aluno-saiu then
               move "Aluno ja transferido ou concluinte" to wk-msn
           else
               move function current-date to wk-log-data-hora
               move wk-log-data-hora(1:8) to wk-transf-data

      *>------------------------------------------------------------------------
      *>  grava a marca de transferencia wk-transf-marca e a data no
      *>  aluno de matricula matricula-tmp
      *>------------------------------------------------------------------------
       marcar-transferencia section.
           move matricula-tmp to mst-matr
           read alunomst-file record
               invalid key
                   move "Erro ao gravar transferencia" to wk-msn
               not invalid key
                   move wk-transf-marca to mst-sit-transf
                   move wk-transf-data  to mst-data-transf
                   rewrite alunomst-rec
                       invalid key
                           move "Erro ao gravar transferencia" to wk-msn
                   end-rewrite
           end-read

           if wk-msn = space then
               move wk-transf-marca to sit-transf-tmp
           exit.

      *>------------------------------------------------------------------------
      *>  declaracao de transferencia do aluno lido: identificacao, as
      *>  notas parciais por disciplina (ou do regime de nota unica), as
      *>  faltas por bimestre e o percentual apurado
      *>------------------------------------------------------------------------
               end-string
               write decltran-linha

               move matricula-tmp to wk-matr-ed
               move spaces to decltran-linha
               string "Aluno: "        delimited by size
                      aluno-tmp        delimited by size
                      "  Matricula: "  delimited by size
                      wk-matr-ed       delimited by size
                      "  Turma: "      delimited by size
                      turma-tmp        delimited by size
                      into decltran-linha
               end-string
               write decltran-linha

               perform obter-responsavel-legal
               move spaces to decltran-linha
               string "Responsavel legal: " delimited by size
                      wk-rl-nome            delimited by size
                      " ("                  delimited by size
                      wk-rl-parentesco      delimited by "  "
                      ")"                   delimited by size
                      into decltran-linha
               end-string
               write decltran-linha

               if wk-rl-doc <> space then
                   move spaces to decltran-linha
                   string "Documento........: " delimited by size
                          wk-rl-doc             delimited by size
                          into decltran-linha
                   end-string
                   write decltran-linha
               end-if

               move spaces to decltran-linha
               string "Endereco.........: " delimited by size
                      wk-rl-endereco        delimited by size
                      into decltran-linha
               end-string
               write decltran-linha

               move spaces to decltran-linha
               string "Telefone.........: " delimited by size
                      wk-rl-tel1            delimited by size
                      " "                   delimited by size
                      wk-rl-tel2            delimited by size
                      into decltran-linha
               end-string
               write decltran-linha

               move spaces to decltran-linha
               write decltran-linha

                      or wk-sair = "v"

               move zero   to  nota_aux
               move zero   to  wk-matr-busca
               move zero   to  wk-bimestre
               move zero   to  wk-disc-id


               move space   to    wk-msn

               perform buscar-aluno-por-matricula

      *>        professor so lanca nas turmas e disciplinas vinculadas
               perform conferir-vinculo-nota

      *>        com a grade de disciplinas cadastrada a nota e lancada
      *>        por disciplina no NOTASDIS.DAT; com a grade vazia vale
      *>        o regime antigo de nota unica no registro do aluno
               if wk-vinculo-ok = "N" then
                   continue
               else
               if disc-qtd > zero then
                   perform lancar-nota-disciplina
               else
               if existe-tmp = "N" then
                   move  "Aluno nao cadastrado!"  to wk-msn
               else
                   move turma-tmp to wk-turma-nota

                   if wk-bimestre = 5 then
                       perform lancar-recuperacao
                   else
                   if  wk-bimestre >= 1
                   and wk-bimestre <= 4 then
                       if  nota_aux >= 0
                       and nota_aux <= 10 then
                           perform verificar-trava-bimestre

                           if wk-trava-ok = "S" then
                               move mst-notas(wk-bimestre) to wk-val-ant
                               move nota_aux  to  mst-notas(wk-bimestre)
                               rewrite alunomst-rec
                                   invalid key
                                       move "Erro ao gravar nota do aluno" to wk-msn
                               end-rewrite

                               if wk-msn = space then
                                   move mst-matr to wk-log-cod
                                   move space    to wk-log-acao
                                   string "Lancamento de nota - bimestre " delimited by size
                                          wk-bimestre                      delimited by size
                                   if wk-trava-override = "S" then
                                       perform registrar-override-nota
                                   end-if
                               end-if
                           end-if
                       else
                           move  "Nota Invalida!"     to wk-msn
                       end-if
                   else
                       move  "Bimestre invalido (1-4, 5=recup)!" to wk-msn
                   end-if
                   end-if
               end-if
               end-if
               end-if
           end-perform

           .
       cadastrar-notas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lancamento de nota por disciplina: valida aluno e disciplina e
      *>  grava no NOTASDIS.DAT, com recuperacao final por disciplina no
      *>  bimestre 5
      *>------------------------------------------------------------------------
       lancar-nota-disciplina section.
           if existe-tmp = "N" then
               move "Aluno nao cadastrado!" to wk-msn
           else

      *>------------------------------------------------------------------------
      *>  recuperacao final da disciplina: exige as quatro notas lancadas
      *>  e media da disciplina abaixo da media de aprovacao da regra do
      *>  ano, como no regime de nota unica
      *>------------------------------------------------------------------------
       lancar-recup-disciplina section.
           perform carregar-notas-disc
           if wk-notas-compl = "N" then
               move "Lance as 4 notas antes da recuperacao" to wk-msn
           else
               if media-calc >= ra-media-aprov then
                   move "Nao elegivel: media da disciplina ja aprova" to wk-msn
               else
                   if  nota_aux >= 0
                   and nota_aux <= 10 then
           exit.

      *>------------------------------------------------------------------------
      *>  carrega em notasdis-rec e notas-tmp as notas do aluno
      *>  matricula-tmp na disciplina wk-disc-id; sem registro, tudo volta
      *>  como nao lancada (11)
      *>------------------------------------------------------------------------
       carregar-notas-disc section.
           move matricula-tmp to nd-matr
           move wk-disc-id    to nd-disc
           read notasdis-file record
               invalid key
                   move "N"           to wk-achou-nd
                   move matricula-tmp to nd-matr
                   move wk-disc-id to nd-disc
                   move 11         to nd-nota(1)
                   move 11         to nd-nota(2)
           exit.

      *>------------------------------------------------------------------------
      *>  remove as notas por disciplina do aluno wk-nd-matr, usada na
      *>  exclusao de aluno e na limpeza do fechamento de ano
      *>------------------------------------------------------------------------
       excluir-notas-disc-aluno section.
           perform varying wk-disc-i from 1 by 1
                   until wk-disc-i > disc-qtd
               move wk-nd-matr       to nd-matr
               move dt-id(wk-disc-i) to nd-disc
               read notasdis-file record
                   invalid key
           perform until wk-sair = "V"
                      or wk-sair = "v"

               move zero   to  wk-matr-busca
               move zero   to  wk-bimestre
               move zero   to  wk-faltas
               move zero   to  wk-aulas

               move space   to    wk-msn

               perform buscar-aluno-por-matricula

               if existe-tmp = "S" then
      *>            professor so lanca faltas nas turmas vinculadas
                   move turma-tmp to wk-vinc-turma
                   move zero      to wk-vinc-disc
                   perform verificar-vinculo-professor

                   if wk-vinculo-ok = "N" then
                       continue
                   else
                   if  wk-bimestre >= 1
                   and wk-bimestre <= 4 then
      *>                bimestre com chamada diaria e apurado por ela
                       move zero to ch-aulas-bim
                       if wk-chamada-aberto = "S" then
                           perform somar-chamadas-aluno
                       end-if

                       if ch-aulas-bim > zero then
                           move "Bimestre apurado pela chamada diaria"
                               to wk-msn
                       else
                       if wk-faltas > wk-aulas then
                           move "Faltas maior que as aulas dadas!" to wk-msn
                       else
                           perform gravar-faltas
                       end-if
                       end-if
                   else
                       move  "Bimestre invalido (1 - 4)!" to wk-msn
                   end-if
                   end-if
               else
                   move  "Aluno nao cadastrado!"  to wk-msn
               end-if
           end-perform
           .
           perform verificar-trava-bimestre

           if wk-trava-ok = "S" then
               move matricula-tmp to matr-fq
               read frequen-file record
                   invalid key
                       move "N" to achou-fq
               end-read

               if achou-fq = "N" then
                   move matricula-tmp to matr-fq
                   move zero to faltas-fq(1)
                   move zero to faltas-fq(2)
                   move zero to faltas-fq(3)
      *>------------------------------------------------------------------------
      *>  lancamento da nota de recuperacao final (bimestre 5 na tela de
      *>  notas); so e aceito com as quatro notas lancadas e media anual
      *>  abaixo da media de aprovacao da regra do ano
      *>------------------------------------------------------------------------
       lancar-recuperacao section.
           move "S" to wk-notas-compl
           if nota-tmp(1) > 10 then
               move "N" to wk-notas-compl
           if wk-notas-compl = "N" then
               move "Lance as 4 notas antes da recuperacao" to wk-msn
           else
               if media-calc >= ra-media-aprov then
                   move "Aluno nao elegivel: media anual ja aprova" to wk-msn
               else
                   if  nota_aux >= 0
                   and nota_aux <= 10 then
           exit.

      *>------------------------------------------------------------------------
      *>  grava a nota de recuperacao no aluno ja lido em alunomst-rec
      *>------------------------------------------------------------------------
       gravar-recuperacao section.
           move nota_aux to mst-nota-rec
           rewrite alunomst-rec
               invalid key
                   move "Erro ao gravar nota do aluno" to wk-msn
           end-rewrite

           if wk-msn = space then
               move matricula-tmp to wk-log-cod
               move "Lancamento de recuperacao final" to wk-log-acao
               perform registrar-log
           end-if
           .
       gravar-recuperacao-exit.
      *>------------------------------------------------------------------------
       consultar-cadastro section.

           move zero   to wk-cons-pular
           move spaces to wk-filtro
           move space  to wk-modo-reprov
           move spaces to wk-filtro-turma
                      or wk-sair = "v"

               move zero to ind
               move zero to wk-cons-cont

      *>        com a turma informada le so os alunos dela, pela chave
      *>        alternada de turma
               move wk-filtro-turma to wk-turma-leitura
               perform posicionar-mestre
               perform ler-prox-aluno

               perform until wk-fim-mestre = "S"
                          or ind > 15
                   move "S" to combina-filtro

                   if wk-filtro <> space then
                       compute wk-filtro-len =
                           function length(function trim(wk-filtro))
                       if wk-filtro-len = 0 then
                           move "N" to combina-filtro
                       else
      *>                    varre aluno-tmp procurando o filtro em
      *>                    qualquer posicao, nao so no inicio do nome
                           move "N" to wk-filtro-achou
                           compute wk-filtro-max-pos =
                               26 - wk-filtro-len
                           perform varying wk-filtro-pos from 1 by 1
                                   until wk-filtro-pos > wk-filtro-max-pos
                                      or wk-filtro-achou = "S"
                               if aluno-tmp(wk-filtro-pos:wk-filtro-len)
                                      = wk-filtro(1:wk-filtro-len) then
                                   move "S" to wk-filtro-achou
                               end-if
                           end-perform
                           if wk-filtro-achou = "N" then
                               move "N" to combina-filtro
                           end-if
                       end-if
                   end-if

                   if combina-filtro = "S" then
                       perform apurar-situacao-geral

                       if  (wk-modo-reprov = "S" or wk-modo-reprov = "s")
                       and  situacao-aprovada then
                           move "N" to combina-filtro
                       end-if
                   end-if

                   if combina-filtro = "S" then
                       add 1 to wk-cons-cont
      *>                os que sairam nas paginas anteriores sao pulados
                       if wk-cons-cont > wk-cons-pular then
                           add  1                           to  ind
                           if ind <= 15 then
                               move  matricula-tmp             to  cod-rel(ind)
                               move  aluno-tmp                 to  aluno-rel(ind)
                               move  endereco-tmp              to  endereco-rel(ind)
                               move  mae-tmp                   to  mae-rel(ind)
                               move  pai-tmp                   to  pai-rel(ind)
                               move  tel-tmp                   to  tel-rel(ind)
                               move  media-final               to  media-rel(ind)
                           end-if
                       end-if
                   end-if

                   perform ler-prox-aluno
               end-perform

               if ind < 15 then
               display tela-consulta-cad
               accept tela-consulta-cad

               add 15 to wk-cons-pular

               if wk-filtro       <> wk-filtro-ant
               or wk-modo-reprov  <> wk-modo-reprov-ant
               or wk-filtro-turma <> wk-filtro-turma-ant then
                   move zero to wk-cons-pular
               end-if
               move wk-filtro       to wk-filtro-ant
               move wk-modo-reprov  to wk-modo-reprov-ant
           exit.

      *>------------------------------------------------------------------------
      *>  apura o percentual de faltas do aluno matricula-tmp a partir do
      *>  arquivo de frequencia; faltas acima do limite da regra do ano
      *>  (ra-lim-faltas, % das aulas dadas) reprovam independente da media
      *>------------------------------------------------------------------------
       calcular-frequencia section.
           move zero to faltas-tmp(1)
           move zero to aulas-tmp(3)
           move zero to aulas-tmp(4)

           move matricula-tmp to matr-fq
           read frequen-file record
               invalid key
                   continue
           else
               compute wk-pct-faltas =
                   (wk-tot-faltas * 100) / wk-tot-aulas
               if wk-pct-faltas > ra-lim-faltas then
                   move "S" to wk-reprov-falta
               end-if
           end-if
           exit.

      *>------------------------------------------------------------------------
      *>  situacao final do aluno matricula-tmp: media ponderada e regra
      *>  de frequencia, deixando o resultado em media-calc e wk-situacao
      *>------------------------------------------------------------------------
       apurar-situacao section.
           perform calcular-media

      *>    com recuperacao lancada, a media final segue o metodo de
      *>    recuperacao da regra do ano
           perform aplicar-recuperacao

           perform calcular-frequencia

           if  media-final >= ra-media-aprov
           and wk-reprov-falta = "N" then
               move "Aprovado"  to wk-situacao
           else
       apurar-disciplina section.
           perform calcular-media

           perform aplicar-recuperacao

           if media-final >= ra-media-aprov then
               move "Aprovado"  to wk-disc-sit
           else
               move "Reprovado" to wk-disc-sit
           end-if
           .
       apurar-disciplina-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  media final a partir de media-calc e recup-tmp pelo metodo de
      *>  recuperacao da regra do ano: M = media entre a anual e o exame,
      *>  S = a nota do exame substitui a anual, X = vale a maior das duas;
      *>  so tem recuperacao quem ficou abaixo da media de aprovacao
      *>------------------------------------------------------------------------
       aplicar-recuperacao section.
           move media-calc to media-final
           if  media-calc < ra-media-aprov
           and recup-tmp >= 0
           and recup-tmp <= 10 then
               if recup-substitui then
                   move recup-tmp to media-final
               else
                   if recup-maior-nota then
                       if recup-tmp > media-calc then
                           move recup-tmp to media-final
                       end-if
                   else
                       compute media-final = (media-calc + recup-tmp) / 2
                   end-if
               end-if
           end-if
           .
       aplicar-recuperacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  deliberacoes do conselho de classe sobre o resultado ja apurado
      *>  do aluno (matricula-tmp) no ano wk-ano-proc: disciplina reprovada
      *>  com deliberacao passa a AprovCons ou Dependenc; a aprovacao pelo
      *>  conselho na disciplina 00 vale para o aluno no geral, inclusive
      *>  na reprovacao por faltas
      *>------------------------------------------------------------------------
       aplicar-conselho section.
           move "N" to cs-houve-dep
           move "N" to cs-houve-aprov
           move "N" to cs-aprov-geral

           if  wk-conselho-aberto = "S"
           and matricula-tmp <> zero
           and wk-situacao = "Reprovado" then
               move zero to wk-cs-disc
               perform ler-decisao-conselho
               if  achou-conselho = "S"
               and cs-tipo = "A" then
                   move "S" to cs-aprov-geral
               end-if

               move "N" to wk-disc-reprov
               perform varying wk-disc-i from 1 by 1
                       until wk-disc-i > disc-qtd
                   if dr-situacao(wk-disc-i) = "Reprovado" then
                       move dt-id(wk-disc-i) to wk-cs-disc
                       perform ler-decisao-conselho
                       if achou-conselho = "N" then
                           move "S" to wk-disc-reprov
                       else
                           if cs-tipo = "D" then
                               move "Dependenc" to dr-situacao(wk-disc-i)
                               move "S"         to cs-houve-dep
                           else
                               move "AprovCons" to dr-situacao(wk-disc-i)
                               move "S"         to cs-houve-aprov
                           end-if
                       end-if
                   end-if
               end-perform

      *>        no regime de nota unica so vale a deliberacao geral
               if disc-qtd = zero then
                   move "S" to wk-disc-reprov
               end-if

               if cs-aprov-geral = "S" then
                   if cs-houve-dep = "S" then
                       move "Dependenc" to wk-situacao
                   else
                       move "AprovCons" to wk-situacao
                   end-if
               else
                   if  wk-disc-reprov  = "N"
                   and wk-reprov-falta = "N" then
                       if cs-houve-dep = "S" then
                           move "Dependenc" to wk-situacao
                       else
                           if cs-houve-aprov = "S" then
                               move "AprovCons" to wk-situacao
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           .
       aplicar-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le a deliberacao do aluno matricula-tmp na disciplina wk-cs-disc
      *>  para o ano wk-ano-proc
      *>------------------------------------------------------------------------
       ler-decisao-conselho section.
           move wk-ano-proc   to cs-ano
           move matricula-tmp to cs-matr
           move wk-cs-disc    to cs-disc
           read conselho-file record
               invalid key
                   move "N" to achou-conselho
               not invalid key
                   move "S" to achou-conselho
           end-read
           .
       ler-decisao-conselho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  situacao geral do aluno matricula-tmp sobre a grade toda: apura
      *>  cada disciplina (resultados em disc-res), reprova quem reprovou
      *>  em qualquer disciplina ou por falta, e deixa em media-calc,
      *>  media-final e notas-tmp a composicao geral usada nos resumos e
                   move "Reprovado" to wk-situacao
               end-if
           end-if

      *>    o conselho de classe tem a ultima palavra sobre a reprovacao
           perform aplicar-conselho
           .
       apurar-situacao-geral-exit.
           exit.
           exit.

      *>------------------------------------------------------------------------
      *>  passa o aluno lido em alunomst-rec para a area comum
      *>------------------------------------------------------------------------
       carregar-aluno-comum section.
           move "S"                to  existe-tmp
           move mst-aluno          to  aluno-tmp
           move mst-endereco       to  endereco-tmp
           move mst-mae            to  mae-tmp
           move mst-pai            to  pai-tmp
           move mst-telefone       to  tel-tmp
           move mst-turma          to  turma-tmp
           move mst-notas(1)       to  nota-tmp(1)
           move mst-notas(2)       to  nota-tmp(2)
           move mst-notas(3)       to  nota-tmp(3)
           move mst-notas(4)       to  nota-tmp(4)
           move mst-nota-rec       to  recup-tmp
           move mst-matr           to  matricula-tmp
           move mst-sit-transf     to  sit-transf-tmp
           move mst-data-transf    to  data-transf-tmp
           .
       carregar-aluno-comum-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  posiciona o mestre para a leitura sequencial dos alunos: com
      *>  wk-turma-leitura em branco, todos pela matricula; com uma
      *>  turma, so os alunos dela, pela chave alternada de turma
      *>------------------------------------------------------------------------
       posicionar-mestre section.
           move "S" to wk-fim-mestre

           if wk-mestre-aberto = "S" then
               if wk-turma-leitura = space then
                   move zero to mst-matr
                   start alunomst-file key is not less than mst-matr
                       invalid key
                           move "S" to wk-fim-mestre
                       not invalid key
                           move "N" to wk-fim-mestre
                   end-start
               else
                   move wk-turma-leitura to mst-turma
                   start alunomst-file key is equal to mst-turma
                       invalid key
                           move "S" to wk-fim-mestre
                       not invalid key
                           move "N" to wk-fim-mestre
                   end-start
               end-if
           end-if
           .
       posicionar-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le o proximo aluno da leitura posicionada para a area comum;
      *>  wk-fim-mestre = S no fim do arquivo ou no fim da turma
      *>------------------------------------------------------------------------
       ler-prox-aluno section.
           move "N" to existe-tmp

           if wk-fim-mestre = "N" then
               read alunomst-file next record
                   at end
                       move "S" to wk-fim-mestre
                   not at end
                       if  wk-turma-leitura <> space
                       and mst-turma <> wk-turma-leitura then
                           move "S" to wk-fim-mestre
                       else
                           perform carregar-aluno-comum
                       end-if
               end-read

      *>        erro de leitura encerra a leitura como fim de arquivo
               if fs-alunomst(1:1) <> "0" then
                   move "S" to wk-fim-mestre
               end-if
           end-if
           .
       ler-prox-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
               move spaces                                     to  relatorio-linha
               write relatorio-linha

               string "Matr. Aluno                    "
                      "Endereco                           "
                      "Mae                       "
                      "Pai                       "
                      delimited by size into relatorio-linha
               write relatorio-linha

               move wk-turma-sel to wk-turma-leitura
               perform posicionar-mestre
               perform ler-prox-aluno

               perform until wk-fim-mestre = "S"
                   perform apurar-situacao-geral
                   move media-final to  rel-media-ed

                   string
                       matricula-tmp     delimited by size
                       " "               delimited by size
                       aluno-tmp         delimited by size
                       " "               delimited by size
                       endereco-tmp      delimited by size
                       " "               delimited by size
                       mae-tmp           delimited by size
                       " "               delimited by size
                       pai-tmp           delimited by size
                       " "               delimited by size
                       tel-tmp           delimited by size
                       " "               delimited by size
                       turma-tmp         delimited by size
                       " "               delimited by size
                       rel-media-ed      delimited by size
                       " "               delimited by size
                       wk-situacao       delimited by size
                       into relatorio-linha
                   end-string
                   write relatorio-linha

      *>            uma linha por disciplina abaixo do aluno, com as
      *>            notas dos bimestres, recuperacao, media e situacao
                   perform varying wk-disc-i from 1 by 1
                           until wk-disc-i > disc-qtd
                       perform formatar-notas-disciplina
                       move dr-media-fin(wk-disc-i) to rel-media-ed

                       move spaces to relatorio-linha
                       string "     "                  delimited by size
                              dt-nome(wk-disc-i)       delimited by size
                              "  "                     delimited by size
                              bol-nt(1)                delimited by size
                              " "                      delimited by size
                              bol-nt(2)                delimited by size
                              " "                      delimited by size
                              bol-nt(3)                delimited by size
                              " "                      delimited by size
                              bol-nt(4)                delimited by size
                              " rec "                  delimited by size
                              bol-nt(5)                delimited by size
                              " "                      delimited by size
                              rel-media-ed             delimited by size
                              " "                      delimited by size
                              dr-situacao(wk-disc-i)   delimited by size
                              into relatorio-linha
                       end-string
                       write relatorio-linha
                   end-perform

                   add 1             to  rel-qtd-alunos
                   add media-final   to  rel-soma-media
                   if situacao-aprovada
                       add 1 to rel-qtd-aprov
                   else
                       add 1 to rel-qtd-reprov
                   end-if

                   perform ler-prox-aluno
               end-perform

               if rel-qtd-alunos <> 0 then
           end-perform

           move zero to rank-qtd
           move zero to rank-cheia

           move wk-turma-sel to wk-turma-leitura
           perform posicionar-mestre
           perform ler-prox-aluno

      *>    transferido e concluinte nao disputam o ranking; o que nao
      *>    cabe na tabela fica contado para o aviso no relatorio
           perform until wk-fim-mestre = "S"
               if not aluno-saiu then
                   if rank-qtd < 9999 then
                       perform apurar-situacao-geral

                       add 1                   to  rank-qtd
                       move matricula-tmp      to  rank-cod(rank-qtd)
                       move aluno-tmp          to  rank-nome(rank-qtd)
                       move media-final        to  rank-media(rank-qtd)
                   else
                       add 1 to rank-cheia
                   end-if
               end-if

               perform ler-prox-aluno
           end-perform

      *>    ordenacao por bolha: media decrescente, nome crescente no empate
               move spaces                                     to  ranking-linha
               write ranking-linha

               string " Pos  Matr.  Aluno                      Media" delimited by size
                      into ranking-linha
               write ranking-linha

                   write ranking-linha
               end-perform

               if rank-cheia > zero then
                   move spaces to ranking-linha
                   write ranking-linha

                   move rank-cheia to rank-cheia-ed
                   move spaces to ranking-linha
                   string "ATENCAO: " delimited by size
                          rank-cheia-ed delimited by size
                          " alunos fora do ranking (tabela cheia)"
                                     delimited by size
                          into ranking-linha
                   end-string
                   write ranking-linha
               end-if

               close ranking-file

               if rank-cheia > zero then
                   move "Ranking gravado, com alunos fora (tabela cheia)"
                       to wk-msn
               else
                   move "Ranking gravado em RANKING.DAT" to wk-msn
               end-if
           end-if

           move space to wk-sair
               move zero to bol-qtd

               if wk-boletim-cod = zero then
                   move spaces to wk-turma-leitura
                   perform posicionar-mestre
                   perform ler-prox-aluno

                   perform until wk-fim-mestre = "S"
                       perform imprimir-boletim-aluno
                       perform ler-prox-aluno
                   end-perform
               else
                   move wk-boletim-cod to wk-matr-busca
                   perform buscar-aluno-por-matricula
                   if existe-tmp = "S" then
                       perform imprimir-boletim-aluno
                   else
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a pagina de boletim do aluno ja carregado em
      *>  aluno-tmp/notas-tmp por carregar-aluno-comum
      *>------------------------------------------------------------------------
       imprimir-boletim-aluno section.
           perform apurar-situacao-geral
           move spaces                                  to boletim-linha
           write boletim-linha

           move matricula-tmp to wk-matr-ed
           move spaces to boletim-linha
           string "Aluno............: " delimited by size
                  aluno-tmp             delimited by size
                  "  Matricula: "       delimited by size
                  wk-matr-ed            delimited by size
                  "  Turma: "           delimited by size
                  turma-tmp             delimited by size
                  into boletim-linha
           end-string
           write boletim-linha

           perform obter-responsavel-legal
           if wk-rl-cod > zero then
               move spaces to boletim-linha
               string "Responsavel legal: " delimited by size
                      wk-rl-nome            delimited by size
                      " ("                  delimited by size
                      wk-rl-parentesco      delimited by "  "
                      ")"                   delimited by size
                      into boletim-linha
               end-string
               write boletim-linha

               move spaces to boletim-linha
               string "Tel. responsavel.: " delimited by size
                      wk-rl-tel1            delimited by size
                      " "                   delimited by size
                      wk-rl-tel2            delimited by size
                      into boletim-linha
               end-string
               write boletim-linha
           end-if

           move spaces                                  to boletim-linha
           write boletim-linha

                  into boletim-linha
           end-string
           write boletim-linha

      *>    regra de avaliacao do ano letivo que produziu a situacao acima
           perform montar-regra-historico
           perform formatar-regra
           move wk-regra-txt to boletim-linha
           write boletim-linha
           .
       imprimir-boletim-aluno-exit.
           exit.
               move exp-header            to exporta-linha
               write exporta-linha

               move spaces to wk-turma-leitura
               perform posicionar-mestre
               perform ler-prox-aluno

               perform until wk-fim-mestre = "S"
                   perform apurar-situacao-geral

      *>            a matricula permanente identifica o aluno no
      *>            intercambio
                   move matricula-tmp to exp-d-cod
                   move aluno-tmp     to exp-d-nome
                   move nota-tmp(1)   to exp-d-nota(1)
                   move nota-tmp(2)   to exp-d-nota(2)
                   move nota-tmp(3)   to exp-d-nota(3)
                   move nota-tmp(4)   to exp-d-nota(4)
                   move media-final   to exp-d-media
                   if wk-situacao = "AprovCons" then
                       move "C" to exp-d-sit
                   else
                       if wk-situacao = "Dependenc" then
                           move "D" to exp-d-sit
                       else
                           if wk-situacao = "Aprovado" then
                               move "A" to exp-d-sit
                           else
                               move "R" to exp-d-sit
                           end-if
                       end-if
                   end-if
                   move exp-detalhe   to exporta-linha
                   write exporta-linha

      *>            lote novo enviado: o aluno volta ao estado de
      *>            aguardando o retorno da secretaria
                   move space to wk-ret-marca
                   perform marcar-retorno-aluno

                   add 1            to exp-qtd
                   add media-final  to exp-hash

                   perform ler-prox-aluno
               end-perform

               move exp-qtd     to exp-t-qtd
           exit.

      *>------------------------------------------------------------------------
      *>  grava em mst-exp-sit a marca wk-ret-marca do aluno ja lido em
      *>  alunomst-rec
      *>------------------------------------------------------------------------
       marcar-retorno-aluno section.
           move wk-ret-marca to mst-exp-sit
           rewrite alunomst-rec
               invalid key
                   continue
           end-rewrite
           .
       marcar-retorno-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  le o aluno pela matricula permanente wk-matr-busca, direto pela
      *>  chave do mestre; achado, os dados ficam em alunomst-rec e na
      *>  area comum e existe-tmp = S
      *>------------------------------------------------------------------------
       buscar-aluno-por-matricula section.
           move "N" to achou-matr
           move "N" to existe-tmp

           if wk-matr-busca > zero then
               move wk-matr-busca to mst-matr
               read alunomst-file record
                   invalid key
                       continue
                   not invalid key
                       move "S" to achou-matr
                       perform carregar-aluno-comum
               end-read
           end-if
           .
       buscar-aluno-por-matricula-exit.
               move spaces to pendbim-linha
               write pendbim-linha

               move spaces to wk-turma-leitura
               perform posicionar-mestre
               perform ler-prox-aluno

               perform until wk-fim-mestre = "S"
                   if not aluno-saiu then
                       perform pendencias-do-aluno
                   end-if
                   perform ler-prox-aluno
               end-perform

               move spaces to pendbim-linha
               write pendbim-linha

               move pend-qtd to pend-qtd-ed
               move spaces to pendbim-linha
               string "TOTAL DE PENDENCIAS: " delimited by size
                      pend-qtd-ed             delimited by size
                      into pendbim-linha
               end-string
               write pendbim-linha

               close pendbim-file
           end-if
           .
       gerar-pendencias-bimestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  pendencias do aluno no bimestre wk-fecha-bim, ja carregado por
      *>  carregar-aluno-comum
      *>------------------------------------------------------------------------
       pendencias-do-aluno section.
           move matricula-tmp to crit-cod-ed

           if disc-qtd = zero then
               if nota-tmp(wk-fecha-bim) > 10 then
                   move spaces to pendbim-linha
                   string "MATR "      delimited by size
                          crit-cod-ed  delimited by size
                          " "          delimited by size
                          aluno-tmp    delimited by size
                          " SEM NOTA NO BIMESTRE" delimited by size
                          into pendbim-linha
                   end-string
                   write pendbim-linha
                   add 1 to pend-qtd
               end-if
           else
               perform varying wk-disc-i from 1 by 1
                       until wk-disc-i > disc-qtd
                   move dt-id(wk-disc-i) to wk-disc-id
                   perform carregar-notas-disc

                   if nota-tmp(wk-fecha-bim) > 10 then
                       move spaces to pendbim-linha
                       string "MATR "             delimited by size
                              crit-cod-ed         delimited by size
                              " "                 delimited by size
                              aluno-tmp           delimited by size
                              " SEM NOTA EM "     delimited by size
                              dt-nome(wk-disc-i)  delimited by size
                              into pendbim-linha
                       end-string
                       write pendbim-linha
                       add 1 to pend-qtd
                   end-if
               end-perform
           end-if

           perform calcular-frequencia
           if aulas-tmp(wk-fecha-bim) = zero then
               move spaces to pendbim-linha
               string "MATR "      delimited by size
                      crit-cod-ed  delimited by size
                      " "          delimited by size
                      aluno-tmp    delimited by size
                      " SEM AULAS DADAS LANCADAS" delimited by size
                      into pendbim-linha
               end-string
               write pendbim-linha
               add 1 to pend-qtd
           end-if
           .
       pendencias-do-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  pendencias do professor: escolhe o professor (o proprio, para o
      *>  perfil P) e o bimestre, sugerindo o primeiro ainda em aberto
      *>------------------------------------------------------------------------
       consultar-pendencias-prof section.
           move space to wk-msn
           move 4     to wk-pend-bim
           perform varying wk-bim-i from 4 by -1 until wk-bim-i < 1
               if bim-fechado(wk-bim-i) <> "F" then
                   move wk-bim-i to wk-pend-bim
               end-if
           end-perform
           move wk-operador to wk-pend-oper

           perform until wk-sair = "V"
                      or wk-sair = "v"
               display tela-pend-prof
               accept tela-pend-prof

               if wk-sair <> "V"
               and wk-sair <> "v" then
                   move space to wk-msn

      *>            professor so consulta as proprias turmas
                   if perfil-professor then
                       move wk-operador to wk-pend-oper
                   end-if

                   perform gerar-pendencias-professor
               end-if
           end-perform
           .
       consultar-pendencias-prof-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  lista no PENDPROF.DAT, vinculo por vinculo do professor
      *>  wk-pend-oper, as notas nao lancadas no bimestre wk-pend-bim e os
      *>  alunos da turma sem aulas dadas lancadas
      *>------------------------------------------------------------------------
       gerar-pendencias-professor section.
           move zero to pend-qtd
           move zero to vinc-qtd

           if  wk-pend-bim < 1
           or  wk-pend-bim > 4 then
               move "Bimestre invalido (1 - 4)" to wk-msn
           else
           if wk-pend-oper = space then
               move "Informe o professor" to wk-msn
           else
           if wk-profturm-aberto <> "S" then
               move "Erro ao abrir PROFTURM.DAT" to wk-msn
           else
               open output pendprof-file

               if fs-pendprof <> "00" then
                   move "Erro ao abrir PENDPROF.DAT" to wk-msn
               else
                   move spaces to pendprof-linha
                   string "PENDENCIAS DO BIMESTRE "     delimited by size
                          wk-pend-bim                   delimited by size
                          " - PROFESSOR "               delimited by size
                          wk-pend-oper                  delimited by size
                          into pendprof-linha
                   end-string
                   write pendprof-linha

                   move spaces to wk-pend-turma-ant

                   move wk-pend-oper to pt-oper
                   move low-values   to pt-turma
                   move zero         to pt-disc
                   start profturm-file key is not less than pt-chave
                       invalid key
                           move "10" to fs-profturm
                       not invalid key
                           move "00" to fs-profturm
                   end-start

                   perform until fs-profturm = "10"
                       read profturm-file next record
                           at end
                               move "10" to fs-profturm
                           not at end
                               if pt-oper <> wk-pend-oper then
                                   move "10" to fs-profturm
                               else
                                   perform pendencias-do-vinculo
                               end-if
                       end-read
                   end-perform
                   move "00" to fs-profturm

                   move spaces to pendprof-linha
                   write pendprof-linha

                   move pend-qtd to pend-qtd-ed
                   move spaces to pendprof-linha
                   string "TOTAL DE PENDENCIAS: " delimited by size
                          pend-qtd-ed             delimited by size
                          into pendprof-linha
                   end-string
                   write pendprof-linha

                   close pendprof-file

                   if vinc-qtd = zero then
                       move "Professor sem turmas vinculadas" to wk-msn
                   else
                       move pend-qtd to pend-qtd-ed
                       string "Pendencias: "            delimited by size
                              pend-qtd-ed               delimited by size
                              " (gravadas em PENDPROF.DAT)"
                                                        delimited by size
                              into wk-msn
                       end-string
                   end-if
               end-if
           end-if
           end-if
           end-if
           .
       gerar-pendencias-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  pendencias de um vinculo (pt-turma / pt-disc) do professor; as
      *>  aulas dadas sao do aluno e nao da disciplina, entao saem so no
      *>  primeiro vinculo de cada turma
      *>------------------------------------------------------------------------
       pendencias-do-vinculo section.
           add 1 to vinc-qtd
           move pt-turma to wk-vinc-turma
           move pt-disc  to wk-vinc-disc

           if wk-vinc-disc = zero then
               move "TODAS AS DISCIPLINAS" to wk-vinc-disc-nome
           else
               move "DISCIPLINA NAO CADASTRADA" to wk-vinc-disc-nome
               perform varying wk-disc-i from 1 by 1
                       until wk-disc-i > disc-qtd
                   if dt-id(wk-disc-i) = wk-vinc-disc then
                       move dt-nome(wk-disc-i) to wk-vinc-disc-nome
                   end-if
               end-perform
           end-if

           move spaces to pendprof-linha
           write pendprof-linha
           move spaces to pendprof-linha
           string "TURMA "           delimited by size
                  wk-vinc-turma      delimited by size
                  " - "              delimited by size
                  wk-vinc-disc-nome  delimited by size
                  into pendprof-linha
           end-string
           write pendprof-linha

           move wk-vinc-turma to wk-turma-leitura
           perform posicionar-mestre
           perform ler-prox-aluno

           perform until wk-fim-mestre = "S"
               if not aluno-saiu then
                   perform pendencias-aluno-vinculo
               end-if
               perform ler-prox-aluno
           end-perform

           move wk-vinc-turma to wk-pend-turma-ant
           .
       pendencias-do-vinculo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  pendencias do aluno lido no vinculo corrente
      *>------------------------------------------------------------------------
       pendencias-aluno-vinculo section.
           move matricula-tmp to crit-cod-ed

           if disc-qtd = zero then
               if nota-tmp(wk-pend-bim) > 10 then
                   move spaces to pendprof-linha
                   string "MATR "      delimited by size
                          crit-cod-ed  delimited by size
                          " "          delimited by size
                          aluno-tmp    delimited by size
                          " SEM NOTA NO BIMESTRE" delimited by size
                          into pendprof-linha
                   end-string
                   write pendprof-linha
                   add 1 to pend-qtd
               end-if
           else
               perform varying wk-disc-i from 1 by 1
                       until wk-disc-i > disc-qtd
                   if wk-vinc-disc = zero
                   or wk-vinc-disc = dt-id(wk-disc-i) then
                       move dt-id(wk-disc-i) to wk-disc-id
                       perform carregar-notas-disc

                       if nota-tmp(wk-pend-bim) > 10 then
                           move spaces to pendprof-linha
                           string "MATR "             delimited by size
                                  crit-cod-ed         delimited by size
                                  " "                 delimited by size
                                  aluno-tmp           delimited by size
                                  " SEM NOTA EM "     delimited by size
                                  dt-nome(wk-disc-i)  delimited by size
                                  into pendprof-linha
                           end-string
                           write pendprof-linha
                           add 1 to pend-qtd
                       end-if
                   end-if
               end-perform
           end-if

           if wk-vinc-turma <> wk-pend-turma-ant then
               perform calcular-frequencia
               if aulas-tmp(wk-pend-bim) = zero then
                   move spaces to pendprof-linha
                   string "MATR "      delimited by size
                          crit-cod-ed  delimited by size
                          " "          delimited by size
                          aluno-tmp    delimited by size
                          " SEM AULAS DADAS LANCADAS" delimited by size
                          into pendprof-linha
                   end-string
                   write pendprof-linha
                   add 1 to pend-qtd
               end-if
           end-if
           .
       pendencias-aluno-vinculo-exit.
           exit.

      *>------------------------------------------------------------------------
       verificar-trava-bimestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere se o professor logado tem a turma wk-vinc-turma, e a
      *>  disciplina wk-vinc-disc quando informada, entre os vinculos dele;
      *>  o vinculo com disciplina 00 vale para a turma inteira e, sem
      *>  disciplina informada, basta qualquer vinculo na turma; os outros
      *>  perfis nao tem restricao de vinculo
      *>------------------------------------------------------------------------
       verificar-vinculo-professor section.
           move "S" to wk-vinculo-ok

           if perfil-professor then
               move "N" to wk-vinculo-ok

               if wk-profturm-aberto = "S" then
                   if wk-vinc-disc <> zero then
                       move wk-operador   to pt-oper
                       move wk-vinc-turma to pt-turma
                       move wk-vinc-disc  to pt-disc
                       read profturm-file record
                           invalid key
                               continue
                           not invalid key
                               move "S" to wk-vinculo-ok
                       end-read
                   end-if

                   if wk-vinculo-ok = "N" then
                       move wk-operador   to pt-oper
                       move wk-vinc-turma to pt-turma
                       move zero          to pt-disc
                       start profturm-file key is not less than pt-chave
                           invalid key
                               continue
                           not invalid key
                               read profturm-file next record
                                   at end
                                       continue
                                   not at end
                                       if  pt-oper  = wk-operador
                                       and pt-turma = wk-vinc-turma then
                                           if pt-disc = zero
                                           or wk-vinc-disc = zero then
                                               move "S" to wk-vinculo-ok
                                           end-if
                                       end-if
                               end-read
                       end-start
                   end-if
               end-if

               if wk-vinculo-ok = "N" then
                   move "Turma/disciplina fora das suas atribuicoes"
                       to wk-msn
               end-if
           end-if
           .
       verificar-vinculo-professor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  vinculo do lancamento de nota da tela: turma do aluno digitado
      *>  e disciplina digitada (no regime de nota unica, so a turma)
      *>------------------------------------------------------------------------
       conferir-vinculo-nota section.
           move "S" to wk-vinculo-ok

      *>    aluno ja lido pelo cadastrar-notas
           if  perfil-professor
           and existe-tmp = "S" then
               move turma-tmp to wk-vinc-turma
               if disc-qtd = zero then
                   move zero       to wk-vinc-disc
               else
                   move wk-disc-id to wk-vinc-disc
               end-if
               perform verificar-vinculo-professor
           end-if
           .
       conferir-vinculo-nota-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  registra na auditoria a alteracao feita pelo coordenador num
      *>  bimestre fechado, com o valor antigo e o novo
       convocar-responsaveis section.
           move spaces to wk-conv-turma
           move zero   to wk-conv-bim
      *>    limites padrao: media de aprovacao e limite de faltas da
      *>    regra de avaliacao do ano letivo
           move ra-media-aprov to wk-conv-nota-lim
           move ra-lim-faltas  to wk-conv-falta-lim

           move space to wk-sair
           perform until wk-sair = "V"
               move "Erro ao abrir CONVOCA.DAT" to wk-msn
           else
               move zero to conv-qtd
               move zero to conv-cheia

               move wk-conv-turma to wk-turma-leitura
               perform posicionar-mestre
               perform ler-prox-aluno

               perform until wk-fim-mestre = "S"
                   if not aluno-saiu then
                       perform avaliar-convocacao
                   end-if
                   perform ler-prox-aluno
               end-perform

               perform imprimir-cartas-familia

               perform imprimir-resumo-convocacao

               close convoca-file
               end-string
               perform registrar-log

               if conv-cheia > zero then
                   move conv-cheia to conv-qtd-ed
                   string "ATENCAO: "                delimited by size
                          conv-qtd-ed                delimited by size
                          " convocados sem carta (tabela cheia)"
                                                     delimited by size
                          into wk-msn
                   end-string
               else
                   move conv-qtd to conv-qtd-ed
                   move conv-cartas to ch-qtd-ed
                   string "Convocados: "             delimited by size
                          conv-qtd-ed                delimited by size
                          " em "                     delimited by size
                          ch-qtd-ed                  delimited by size
                          " cartas (CONVOCA.DAT)"    delimited by size
                          into wk-msn
                   end-string
               end-if
           end-if
           .
       gerar-convocacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  verifica se o aluno lido se enquadra nos limites do bimestre e,
      *>  se sim, o inclui na lista de convocados com o responsavel legal
      *>------------------------------------------------------------------------
       avaliar-convocacao section.
           move "N" to wk-conv-nota
               end-if
           end-if

      *>    convocado que nao cabe na tabela fica sem carta e e contado
      *>    para o aviso no resumo
           if (wk-conv-nota = "S" or wk-conv-falta = "S")
           and conv-qtd >= 9999 then
               add 1 to conv-cheia
           end-if

           if (wk-conv-nota = "S" or wk-conv-falta = "S")
           and conv-qtd < 9999 then
               perform obter-responsavel-legal

               add 1 to conv-qtd
               move matricula-tmp to conv-cod(conv-qtd)
               move aluno-tmp     to conv-nome(conv-qtd)
               move turma-tmp     to conv-turma(conv-qtd)
               move wk-conv-nota  to conv-nota(conv-qtd)
               move wk-conv-falta to conv-falta(conv-qtd)
               move wk-conv-pct   to conv-pct(conv-qtd)
               move wk-rl-cod     to conv-resp(conv-qtd)
               move "N"           to conv-impresso(conv-qtd)
               if  wk-conv-nota = "S"
               and wk-conv-falta = "S" then
                   move "nota e faltas" to conv-motivo(conv-qtd)
           exit.

      *>------------------------------------------------------------------------
      *>  imprime as cartas de convocacao: uma por familia, enderecada ao
      *>  responsavel legal, listando cada filho convocado com os seus
      *>  motivos; aluno sem responsavel legal cadastrado recebe a sua
      *>  propria carta, como antes
      *>------------------------------------------------------------------------
       imprimir-cartas-familia section.
           move zero to conv-cartas

           perform varying conv-i from 1 by 1 until conv-i > conv-qtd
               if conv-impresso(conv-i) = "N" then
                   perform imprimir-carta-convocacao
               end-if
           end-perform
           .
       imprimir-cartas-familia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  imprime a carta do aluno conv-i e dos irmaos convocados que tem o
      *>  mesmo responsavel legal
      *>------------------------------------------------------------------------
       imprimir-carta-convocacao section.
      *>    salto de formulario entre uma carta e a proxima
           if conv-cartas > zero then
               move x"0C" to convoca-linha
               write convoca-linha
           end-if
           add 1 to conv-cartas

           move conv-cod(conv-i) to wk-matr-busca
           perform buscar-aluno-por-matricula
           perform obter-responsavel-legal

           move "CONVOCACAO DE RESPONSAVEL"              to convoca-linha
           write convoca-linha

           move spaces to convoca-linha
           string "Ao(a) Sr(a). " delimited by size
                  wk-rl-nome      delimited by size
                  into convoca-linha
           end-string
           write convoca-linha

           move spaces to convoca-linha
           string "Endereco: "    delimited by size
                  wk-rl-endereco  delimited by size
                  into convoca-linha
           end-string
           write convoca-linha

           move spaces to convoca-linha
           string "Telefone: "    delimited by size
                  wk-rl-tel1      delimited by size
                  " "             delimited by size
                  wk-rl-tel2      delimited by size
                  into convoca-linha
           end-string
           write convoca-linha
           move spaces                                   to convoca-linha
           write convoca-linha

           move "Convocamos o(a) responsavel pelo(s) aluno(s) abaixo a"
                                                         to convoca-linha
           write convoca-linha

           move spaces to convoca-linha
           string "comparecer a secretaria da escola para tratar do "
                                                  delimited by size
                  "desempenho no bimestre "       delimited by size
                  wk-conv-bim                     delimited by size
                  "."                             delimited by size
                  into convoca-linha
           end-string
           write convoca-linha

      *>    o proprio aluno e os irmaos ainda nao impressos
           perform varying conv-j from conv-i by 1 until conv-j > conv-qtd
               if conv-impresso(conv-j) = "N" then
                   if conv-j = conv-i
                   or (conv-resp(conv-i) > zero
                   and conv-resp(conv-j) = conv-resp(conv-i)) then
                       perform imprimir-filho-convocado
                   end-if
               end-if
           end-perform
           .
       imprimir-carta-convocacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  linhas de um aluno (conv-j) dentro da carta da familia
      *>------------------------------------------------------------------------
       imprimir-filho-convocado section.
           move "S" to conv-impresso(conv-j)

           move spaces                                   to convoca-linha
           write convoca-linha

           move spaces to convoca-linha
           string "Aluno(a): "                   delimited by size
                  function trim(conv-nome(conv-j)) delimited by size
                  " - turma "                    delimited by size
                  conv-turma(conv-j)             delimited by size
                  into convoca-linha
           end-string
           write convoca-linha

           if conv-nota(conv-j) = "S" then
               move wk-conv-nota-lim to wk-val-ant-ed
               move spaces to convoca-linha
               string "  Motivo: nota abaixo de " delimited by size
                      wk-val-ant-ed               delimited by size
                      into convoca-linha
               end-string
               write convoca-linha
           end-if

           if conv-falta(conv-j) = "S" then
               move conv-pct(conv-j) to wk-conv-pct-ed
               move spaces to convoca-linha
               string "  Motivo: faltas em "  delimited by size
                      wk-conv-pct-ed          delimited by size
                      " por cento das aulas do bimestre"
                                              delimited by size
                      into convoca-linha
               end-string
               write convoca-linha
           end-if
           .
       imprimir-filho-convocado-exit.
           exit.

      *>------------------------------------------------------------------------
           perform varying conv-i from 1 by 1 until conv-i > conv-qtd
               move conv-cod(conv-i) to crit-cod-ed
               move spaces to convoca-linha
               string "MATR "             delimited by size
                      crit-cod-ed         delimited by size
                      " "                 delimited by size
                      conv-nome(conv-i)   delimited by size
                  into convoca-linha
           end-string
           write convoca-linha

           move conv-cartas to conv-qtd-ed
           move spaces to convoca-linha
           string "TOTAL DE CARTAS....: " delimited by size
                  conv-qtd-ed             delimited by size
                  into convoca-linha
           end-string
           write convoca-linha

           if conv-cheia > zero then
               move spaces to convoca-linha
               write convoca-linha

               move conv-cheia to conv-qtd-ed
               move spaces to convoca-linha
               string "ATENCAO: "             delimited by size
                      conv-qtd-ed             delimited by size
                      " convocados sem carta (tabela cheia)"
                                              delimited by size
                      into convoca-linha
               end-string
               write convoca-linha
           end-if
           .
       imprimir-resumo-convocacao-exit.
           exit.
               if wk-fecha-ano < 1900 then
                   move "Ano invalido para fechamento" to wk-msn
               else
      *>            conselho, chamada e censo sao gravados pelo ano letivo em
      *>            curso; fechar outro ano perderia essas informacoes
               if wk-fecha-ano <> wk-ano-letivo then
                   move spaces to wk-msn
                   string "So o ano letivo em curso pode ser fechado: "
                                         delimited by size
                          wk-ano-letivo  delimited by size
                          into wk-msn
                   end-string
               else
                   perform verificar-ano-fechado

                   if wk-ano-fechado = "S" then
                       perform executar-fechamento
                   end-if
               end-if
               end-if
           end-if

           if wk-msn <> space then
                   end-if
                   write histesc-linha

                   move zero to hist-g-ano

                   move "N" to wk-fim-hist
                   perform until wk-fim-hist = "S"
                       read historico-file
                           at end
                               move "S" to wk-fim-hist
                           not at end
      *>                        a regra abre o bloco do ano: guarda para
      *>                        imprimir junto com os detalhes dele
                               if historico-linha(1:1) = "G" then
                                   move historico-linha to hist-regra
                               end-if

                               if historico-linha(1:1) = "D" then
                                   perform normalizar-detalhe-historico

                      into histesc-linha
               end-string
               write histesc-linha

      *>        anos fechados antes das regras por ano nao tem a linha G
               if hist-g-ano = hist-d-ano then
                   perform formatar-regra
                   move wk-regra-txt to histesc-linha
                   write histesc-linha
               end-if
           end-if

           perform imprimir-linha-historico
      *>  geral do ano fechado)
      *>------------------------------------------------------------------------
       listar-historico-turma section.
           if  hist-qtd = zero
           and hist-g-ano = wk-hist-ano then
               perform formatar-regra
               move wk-regra-txt to histesc-linha
               write histesc-linha
               add 1 to hist-qtd
           end-if

      *>    linhas de antes da matricula permanente mostram o codigo
      *>    de vaga da epoca
           if hist-d-matr > zero then
               move hist-d-matr to wk-matr-ed
           else
               move hist-d-cod  to wk-matr-ed
           end-if
           move hist-d-media to rel-media-ed

           move spaces to histesc-linha
           string wk-matr-ed       delimited by size
                  " "              delimited by size
                  hist-d-nome      delimited by size
                  " "              delimited by size
                  rel-media-ed     delimited by size
           exit.

      *>------------------------------------------------------------------------
      *>  le o mestre de alunos e arquiva cada aluno no historico, acumula
      *>  o resumo do ano e limpa notas, recuperacao e frequencia
      *>------------------------------------------------------------------------
       executar-fechamento section.
      *>    o ano fechado e apurado pela regra de avaliacao dele, que pode
      *>    nao ser a do ano letivo em curso
           move wk-fecha-ano to wk-ano-proc
           perform carregar-regras-ano

           open extend historico-file
           if fs-historico = "35" then
      *>        primeiro fechamento: o historico ainda nao existe
               move zero to fecha-aprov
               move zero to fecha-reprov

      *>        a regra usada abre o bloco do ano no historico
               perform montar-regra-historico
               move hist-regra to historico-linha
               write historico-linha

               move spaces to wk-turma-leitura
               perform posicionar-mestre
               perform ler-prox-aluno

               perform until wk-fim-mestre = "S"
      *>            o concluinte ja foi arquivado no ano em que concluiu e
      *>            so deixa o mestre agora, sem entrar no ano fechado
                   if sit-transf-tmp = "C" then
                       perform remover-aluno-transferido
                   else
                       perform apurar-situacao-geral

      *>                o transferido entra no historico do ano com a
                           move "TRANSFER" to wk-situacao
                       end-if

      *>                o aluno fica identificado so pela matricula; o
      *>                codigo de vaga dos anos antigos vai zerado
                       move wk-fecha-ano  to hist-d-ano
                       move zero          to hist-d-cod
                       move matricula-tmp to hist-d-matr
                       move aluno-tmp     to hist-d-nome
                       move turma-tmp     to hist-d-turma
                       write historico-linha

                       add 1 to fecha-qtd
                       if situacao-aprovada
                           add 1 to fecha-aprov
                       else
      *>                    TRANSFER nao conta como reprovacao no resumo
                           end-if
                       end-if

      *>                o transferido ja esta arquivado com TRANSFER: sai
      *>                do mestre, senao ele seria arquivado de novo em
      *>                todos os fechamentos seguintes
                       if sit-transf-tmp = "T" then
                           perform remover-aluno-transferido
                       else
                           perform limpar-notas-aluno
                       end-if
                   end-if

                   perform ler-prox-aluno
               end-perform

      *>        o ano novo comeca com os quatro bimestres reabertos

               close historico-file

      *>        o historico ja registrou o ano como fechado: a copia de
      *>        seguranca do mestre sai agora, ja com as notas limpas
               move wk-msn to wk-msn-sv
               perform salvar-alunos
               if wk-msn = space then
               end-string
               perform registrar-log

      *>        fechado o ano letivo em curso, o seguinte passa a valer
      *>        com a regra dele
               if wk-fecha-ano >= wk-ano-letivo then
                   compute wk-ano-letivo = wk-fecha-ano + 1
               end-if

      *>        um erro na limpeza das notas ja deixou o aviso em wk-msn
      *>        e nao pode ser encoberto pela mensagem de sucesso
               if wk-msn = space then
                   end-string
               end-if
           end-if

      *>    volta para a regra do ano letivo em curso
           move wk-ano-letivo to wk-ano-proc
           perform carregar-regras-ano
           .
       executar-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  devolve as notas do aluno lido em alunomst-rec ao estado de nao
      *>  lancada (11) e zera a frequencia, preservando o cadastro
      *>------------------------------------------------------------------------
       limpar-notas-aluno section.
           move 11 to mst-notas(1)
           move 11 to mst-notas(2)
           move 11 to mst-notas(3)
           move 11 to mst-notas(4)
           move 11 to mst-nota-rec
      *>    a marca de entrada por transferencia vale so para o ano da
      *>    chegada: sem isso o aluno ficaria isento da trava de bimestre
      *>    para sempre
           if mst-sit-transf = "E" then
               move space to mst-sit-transf
               move zero  to mst-data-transf
           end-if
           rewrite alunomst-rec
               invalid key
                   move "Erro ao limpar notas no ALUNOMST.DAT" to wk-msn
           end-rewrite

           move matricula-tmp to wk-nd-matr
           perform excluir-notas-disc-aluno

           move matricula-tmp to matr-fq
           read frequen-file record
               invalid key
                   continue
           exit.

      *>------------------------------------------------------------------------
      *>  depois do fechamento do ano em que saiu, o transferido (ou o
      *>  concluinte) deixa o mestre e o registro dele segue vivo no
      *>  HISTORIC.DAT, amarrado pela matricula permanente; os dados do
      *>  censo ficam, porque o arquivo do censo sai depois do fechamento
      *>------------------------------------------------------------------------
       remover-aluno-transferido section.
      *>    a limpeza comum ja remove frequencia e notas por disciplina
           perform limpar-notas-aluno

           move matricula-tmp to wk-vr-matr
           perform excluir-vinculos-resp-aluno

           delete alunomst-file record
               invalid key
                   continue
           end-delete
           .
       remover-aluno-transferido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  verificacao de consistencia: le o mestre de alunos e a
      *>  trilha de auditoria e relata toda anomalia encontrada na critica
      *>------------------------------------------------------------------------
       verificar-consistencia section.
               move spaces                     to critica-linha
               write critica-linha

               perform criticar-mestre
               perform criticar-duplicidades
               perform conferir-auditoria

           exit.

      *>------------------------------------------------------------------------
      *>  critica do mestre de alunos: campos obrigatorios em branco e
      *>  notas fora de 0-10 que nao sejam a marca 11
      *>------------------------------------------------------------------------
       criticar-mestre section.
           move spaces to wk-turma-leitura
           perform posicionar-mestre
           perform ler-prox-aluno

           perform until wk-fim-mestre = "S"
               perform criticar-registro-mestre
               perform ler-prox-aluno
           end-perform
           .
       criticar-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  critica de um registro do mestre ja lido em alunomst-rec
      *>------------------------------------------------------------------------
       criticar-registro-mestre section.
           move mst-matr to crit-cod-ed

           if mst-aluno = space then
               move spaces to critica-linha
               string "MATR " delimited by size
                      crit-cod-ed delimited by size
                      " CADASTRO SEM NOME" delimited by size
                      into critica-linha
               end-string
               perform escrever-critica
           else
               add 1 to crit-tot
           end-if

           if mst-endereco = space then
               move spaces to critica-linha
               string "MATR " delimited by size
                      crit-cod-ed delimited by size
                      " CADASTRO SEM ENDERECO" delimited by size
                      into critica-linha
           end-if

           perform varying crit-bim from 1 by 1 until crit-bim > 4
               if  mst-notas(crit-bim) <> 11
               and mst-notas(crit-bim) > 10 then
                   move spaces to critica-linha
                   string "MATR " delimited by size
                          crit-cod-ed delimited by size
                          " NOTA INVALIDA NO BIMESTRE " delimited by size
                          crit-bim delimited by size
               end-if
           end-perform

           if  mst-nota-rec <> 11
           and mst-nota-rec > 10 then
               move spaces to critica-linha
               string "MATR " delimited by size
                      crit-cod-ed delimited by size
                      " RECUPERACAO INVALIDA" delimited by size
                      into critica-linha
               perform escrever-critica
           end-if
           .
       criticar-registro-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  nomes duplicados no mestre, lidos em ordem de nome pela chave
      *>  alternada: cada repetido sai junto com o primeiro do mesmo nome
      *>------------------------------------------------------------------------
       criticar-duplicidades section.
           move spaces to crit-nome-ant
           move zero   to crit-matr-ant

           move "S" to wk-fim-mestre
           move low-values to mst-aluno
           start alunomst-file key is not less than mst-aluno
               invalid key
                   move "S" to wk-fim-mestre
               not invalid key
                   move "N" to wk-fim-mestre
           end-start

           perform until wk-fim-mestre = "S"
               read alunomst-file next record
                   at end
                       move "S" to wk-fim-mestre
                   not at end
                       if  mst-aluno <> space
                       and mst-aluno = crit-nome-ant then
                           move crit-matr-ant to crit-cod-ed
                           move mst-matr      to crit-cod2-ed
                           move spaces to critica-linha
                           string "MATR " delimited by size
                                  crit-cod-ed delimited by size
                                  " E MATR " delimited by size
                                  crit-cod2-ed delimited by size
                                  " COM NOME DUPLICADO: " delimited by size
                                  mst-aluno delimited by size
                                  into critica-linha
                           end-string
                           perform escrever-critica
                       else
                           move mst-aluno to crit-nome-ant
                           move mst-matr  to crit-matr-ant
                       end-if
               end-read

      *>        erro de leitura encerra a leitura como fim de arquivo
               if fs-alunomst(1:1) <> "0" then
                   move "S" to wk-fim-mestre
               end-if
           end-perform
           .
       criticar-duplicidades-exit.
      *>------------------------------------------------------------------------
      *>  apura e imprime o bloco de estatisticas do bimestre est-b na
      *>  disciplina wk-disc-id (0 = nota unica do registro do aluno),
      *>  lendo o mestre de alunos e pulando a marca 11
      *>------------------------------------------------------------------------
       estatistica-bim-disc section.
           move zero to est-qtd
           move zero to est-faixa(4)
           move zero to est-faixa(5)

           move spaces to wk-turma-leitura
           perform posicionar-mestre
           perform ler-prox-aluno

      *>    transferido e concluinte ficam fora da estatistica
           perform until wk-fim-mestre = "S"
               if not aluno-saiu then
                   if wk-disc-id > zero then
                       perform carregar-notas-disc
                   end-if
                       end-if
                   end-if
               end-if
               perform ler-prox-aluno
           end-perform

           move spaces to estat-linha
       estatistica-bim-disc-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava uma linha na trilha de auditoria (operador/data/cod/acao)
      *>  chamador deve preencher wk-log-cod e wk-log-acao antes do perform
      *>------------------------------------------------------------------------
      *>  modo batch noturno: executa os passos listados no BATCHPRM.DAT
      *>  sem nenhuma tela, grava o JOBLOG.DAT com inicio, fim e o file
      *>  status de cada passo, guarda cada passo no CHKPOINT.DAT para o
      *>  reinicio e encerra com codigo de retorno zero no sucesso, 4 com
      *>  passo retido por dependencia ou 8 em qualquer falha
      *>------------------------------------------------------------------------
       executar-batch section.
           move "S"     to wk-modo-batch
           move "BATCH" to wk-operador
           move "C"     to wk-perfil
           move "N"     to wk-batch-falha
           move "N"     to wk-batch-retido

           if function upper-case(function trim(wk-cmd-line)) = "REINICIO"
               move "S" to wk-reinicio
           else
               move "N" to wk-reinicio
           end-if

           open output joblog-file
           if fs-joblog <> "00" then
               stop run
           end-if

           if wk-reinicio = "S" then
               move "INICIO DO MODO BATCH - REINICIO" to wk-joblog-txt
           else
               move "INICIO DO MODO BATCH" to wk-joblog-txt
           end-if
           perform escrever-joblog

      *>    carga dos arquivos, como na inicializacao interativa mas
           perform carregar-matrctrl
           perform carregar-bimctrl

           perform converter-mestre-alunos
           perform conferir-carga-batch

           perform abrir-mestre-alunos
           perform conferir-carga-batch

           perform abrir-frequencia
           perform abrir-disciplinas
           perform conferir-carga-batch

           perform abrir-regras
           perform conferir-carga-batch

           perform abrir-conselho
           perform conferir-carga-batch

           perform abrir-turmas
           perform conferir-carga-batch

           perform determinar-ano-letivo
           move wk-ano-letivo to wk-ano-proc
           perform carregar-regras-ano

           if wk-batch-falha = "N" then
               open input batchprm-file
                   perform escrever-joblog
                   move "S" to wk-batch-falha
               else
                   perform carregar-checkpoint

                   read batchprm-file
                       at end     move "S" to wk-fim-parm
                       not at end move "N" to wk-fim-parm

           if wk-batch-falha = "S" then
               move "FIM DO MODO BATCH - COM FALHAS" to wk-joblog-txt
           else
           if wk-batch-retido = "S" then
               move "FIM DO MODO BATCH - COM PASSOS RETIDOS" to wk-joblog-txt
           else
               move "FIM DO MODO BATCH - SUCESSO"    to wk-joblog-txt
           end-if
           end-if
           perform escrever-joblog

           close joblog-file
           close alunomst-file
           close frequen-file
           close disciplina-file
           close notasdis-file
           close regras-file
           close conselho-file
           close turmas-file

      *>    passo retido sem nenhuma falha devolve 4 (atencao)
           if wk-batch-falha = "S" then
               move 8 to return-code
           else
           if wk-batch-retido = "S" then
               move 4 to return-code
           else
               move zero to return-code
           end-if
           end-if

           stop run
           .
           exit.

      *>------------------------------------------------------------------------
      *>  executa um passo lido do BATCHPRM.DAT: no reinicio, o passo ja
      *>  concluido antes do ponto de reinicio e pulado; o passo com
      *>  dependencia nao satisfeita fica retido; os demais sao executados
      *>  e cada resultado vai para o checkpoint
      *>------------------------------------------------------------------------
       executar-passo-batch section.
           move function upper-case(function trim(batchprm-rec))
               to wk-parm-linha

           move spaces to wk-step
           move spaces to wk-dep-se
           move spaces to wk-dep-step
           move spaces to wk-dep-cond
           unstring wk-parm-linha delimited by all space
               into wk-step wk-dep-se wk-dep-step wk-dep-cond
           end-unstring

           add 1 to wk-passo-seq

      *>    o passo so e pulado se o checkpoint guarda o mesmo passo na
      *>    mesma linha; um BATCHPRM.DAT alterado encerra o reinicio ali
           if  wk-reinicio = "S"
           and wk-passo-seq < wk-reinicio-seq
           and ck-t-step(wk-passo-seq) <> wk-step then
               move "N" to wk-reinicio
               move "PARAMETROS ALTERADOS - REINICIO ENCERRADO AQUI"
                   to wk-joblog-txt
               perform escrever-joblog
               compute ck-qtd = wk-passo-seq - 1
           end-if

           if  wk-reinicio = "S"
           and wk-passo-seq < wk-reinicio-seq then
               perform pular-passo-reinicio
           else
               perform conferir-dependencia

               if wk-dep-ok = "N" then
                   perform reter-passo-batch
               else
                   move "EX"  to wk-step-status
                   move zero  to wk-step-ocorr
                   perform registrar-checkpoint

                   perform rodar-passo-batch

                   perform registrar-checkpoint
               end-if
           end-if
           .
       executar-passo-batch-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  executa o passo wk-step e registra o resultado no log do job
      *>------------------------------------------------------------------------
       rodar-passo-batch section.
           move space to wk-joblog-txt
           string "INICIO DO PASSO " delimited by size
                  wk-step            delimited by size

           move space to wk-msn
           move "00"  to wk-step-status
           move zero  to wk-step-ocorr

           if wk-dep-invalida = "S" then
               move "DEPENDENCIA INVALIDA (USE: PASSO SE PASSO OK)"
                   to wk-msn
               move "99" to wk-step-status
           else
           if wk-step = "EXPORTACAO" then
               perform gerar-exportacao
               move fs-exporta to wk-step-status
           if wk-step = "CONSISTENCIA" then
               perform verificar-consistencia
               move fs-critica to wk-step-status
               move crit-qtd   to wk-step-ocorr
           else
           if wk-step = "ESTATISTICA" then
               move zero to wk-estat-bim
           if wk-step = "FECHAMENTO-SIMULA" then
               perform simular-fechamento
           else
           if wk-step = "COMPARATIVO" then
      *>        os cinco ultimos anos fechados, alerta de queda de 10%
               compute wk-cp-ano-fim = wk-ano-letivo - 1
               compute wk-cp-ano-ini = wk-cp-ano-fim - 4
               move 10 to wk-cp-queda
               perform executar-comparativo
               move fs-comparat to wk-step-status
           else
           if wk-step = "BACKUP" then
               perform salvar-alunos
               if wk-salvo-ok <> "S"
           end-if
           end-if
           end-if
           end-if
           end-if

           move space to wk-joblog-txt
           string "FIM DO PASSO "        delimited by size
               move "S" to wk-batch-falha
           end-if
           .
       rodar-passo-batch-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  passo concluido na execucao anterior: nao roda de novo, so fica
      *>  registrado no log do job com a data em que terminou
      *>------------------------------------------------------------------------
       pular-passo-reinicio section.
           move spaces to wk-data14
           move ck-t-data(wk-passo-seq) to wk-data14(1:8)
           move ck-t-hora(wk-passo-seq) to wk-data14(9:6)
           perform formatar-data-backup

           move space to wk-joblog-txt
           string "PASSO "            delimited by size
                  wk-step             delimited by space
                  " PULADO NO REINICIO - CONCLUIDO EM "
                                      delimited by size
                  wk-data-fmt         delimited by size
                  into wk-joblog-txt
           end-string
           perform escrever-joblog
           .
       pular-passo-reinicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  confere a dependencia da linha (PASSO SE PASSO-ANTERIOR OK ou
      *>  SEM-ERROS) contra o ultimo resultado do passo anterior no job,
      *>  inclusive o guardado no checkpoint de um passo pulado no reinicio;
      *>  wk-dep-ok = N retem o passo, com o motivo em wk-dep-motivo
      *>------------------------------------------------------------------------
       conferir-dependencia section.
           move "S"    to wk-dep-ok
           move "N"    to wk-dep-invalida
           move spaces to wk-dep-motivo

           if wk-dep-se <> space then
               if  wk-dep-se = "SE"
               and wk-dep-step <> space
               and (wk-dep-cond = "OK" or wk-dep-cond = "SEM-ERROS") then
                   move zero to ck-achou
                   perform varying ck-i from 1 by 1
                           until ck-i >= wk-passo-seq
                              or ck-i > ck-qtd
                       if ck-t-step(ck-i) = wk-dep-step then
                           move ck-i to ck-achou
                       end-if
                   end-perform

                   if ck-achou = zero then
                       move "N" to wk-dep-ok
                       move "NAO EXECUTADO ANTES NO JOB" to wk-dep-motivo
                   else
                   if ck-t-status(ck-achou) <> "00" then
                       move "N" to wk-dep-ok
                       string "TERMINOU COM STATUS "  delimited by size
                              ck-t-status(ck-achou)   delimited by size
                              into wk-dep-motivo
                       end-string
                   else
                   if  wk-dep-cond = "SEM-ERROS"
                   and ck-t-ocorr(ck-achou) > zero then
                       move "N" to wk-dep-ok
                       move ck-t-ocorr(ck-achou) to ck-ocorr-ed
                       string "TERMINOU COM "         delimited by size
                              ck-ocorr-ed             delimited by size
                              " OCORRENCIAS"          delimited by size
                              into wk-dep-motivo
                       end-string
                   end-if
                   end-if
                   end-if
               else
      *>            linha mal escrita: o passo roda e falha com status 99
                   move "S" to wk-dep-invalida
               end-if
           end-if
           .
       conferir-dependencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  passo retido pela dependencia: nao executa, registra o motivo no
      *>  log do job e no checkpoint (status RT)
      *>------------------------------------------------------------------------
       reter-passo-batch section.
           move space to wk-joblog-txt
           string "PASSO "            delimited by size
                  wk-step             delimited by space
                  " RETIDO: "         delimited by size
                  wk-dep-step         delimited by space
                  " "                 delimited by size
                  wk-dep-motivo       delimited by size
                  into wk-joblog-txt
           end-string
           perform escrever-joblog

           move "S"  to wk-batch-retido
           move "RT" to wk-step-status
           move zero to wk-step-ocorr
           perform registrar-checkpoint
           .
       reter-passo-batch-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  guarda o resultado do passo wk-passo-seq na tabela do checkpoint
      *>  e regrava o CHKPOINT.DAT (EX = em execucao: uma queda no meio
      *>  do passo deixa o passo marcado para o reinicio)
      *>------------------------------------------------------------------------
       registrar-checkpoint section.
           if wk-passo-seq <= 99 then
               move function current-date to wk-log-data-hora
               move wk-step                 to ck-t-step(wk-passo-seq)
               move wk-log-data-hora(1:8)   to ck-t-data(wk-passo-seq)
               move wk-log-data-hora(9:6)   to ck-t-hora(wk-passo-seq)
               move wk-step-status          to ck-t-status(wk-passo-seq)
               move wk-step-ocorr           to ck-t-ocorr(wk-passo-seq)
               move wk-passo-seq            to ck-qtd

               perform gravar-checkpoint
           end-if
           .
       registrar-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  regrava o CHKPOINT.DAT com os passos 1 a ck-qtd da tabela
      *>------------------------------------------------------------------------
       gravar-checkpoint section.
           open output chkpoint-file

           if fs-chkpoint <> "00" then
               move "ERRO AO GRAVAR CHKPOINT.DAT" to wk-joblog-txt
               perform escrever-joblog
               move "S" to wk-batch-falha
           else
               perform varying ck-i from 1 by 1 until ck-i > ck-qtd
                   move ck-i              to ck-seq
                   move ck-t-step(ck-i)   to ck-step
                   move ck-t-data(ck-i)   to ck-data
                   move ck-t-hora(ck-i)   to ck-hora
                   move ck-t-status(ck-i) to ck-status
                   move ck-t-ocorr(ck-i)  to ck-ocorr
                   write chkpoint-rec
               end-perform

               close chkpoint-file
           end-if
           .
       gravar-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  prepara o checkpoint do job: execucao normal recomeca o arquivo;
      *>  no reinicio carrega o checkpoint anterior e acha o primeiro
      *>  passo que nao terminou com status 00 (o ponto de reinicio)
      *>------------------------------------------------------------------------
       carregar-checkpoint section.
           move zero to ck-qtd
           move zero to wk-passo-seq
           move 1    to wk-reinicio-seq

           if wk-reinicio = "S" then
               open input chkpoint-file

               if fs-chkpoint <> "00" then
                   move "N" to wk-reinicio
                   move "REINICIO SEM CHKPOINT.DAT - JOB EXECUTADO INTEIRO"
                       to wk-joblog-txt
                   perform escrever-joblog
               else
                   move "N" to wk-fim-ck
                   perform until wk-fim-ck = "S"
                       read chkpoint-file
                           at end
                               move "S" to wk-fim-ck
                           not at end
                               if  ck-seq is numeric
                               and ck-seq = ck-qtd + 1
                               and ck-seq <= 99 then
                                   add 1 to ck-qtd
                                   move ck-step   to ck-t-step(ck-qtd)
                                   move ck-data   to ck-t-data(ck-qtd)
                                   move ck-hora   to ck-t-hora(ck-qtd)
                                   move ck-status to ck-t-status(ck-qtd)
                                   move ck-ocorr  to ck-t-ocorr(ck-qtd)
                               end-if
                       end-read
                   end-perform
                   close chkpoint-file

                   compute wk-reinicio-seq = ck-qtd + 1
                   perform varying ck-i from ck-qtd by -1 until ck-i < 1
                       if ck-t-status(ck-i) <> "00" then
                           move ck-i to wk-reinicio-seq
                       end-if
                   end-perform

      *>            do ponto de reinicio em diante tudo roda de novo: o
      *>            que estava gravado dali para a frente nao vale mais
                   compute ck-qtd = wk-reinicio-seq - 1

                   move wk-reinicio-seq to ck-ocorr-ed
                   move space to wk-joblog-txt
                   string "REINICIO A PARTIR DO PASSO " delimited by size
                          ck-ocorr-ed                    delimited by size
                          " DO BATCHPRM.DAT"             delimited by size
                          into wk-joblog-txt
                   end-string
                   perform escrever-joblog
               end-if
           end-if

           perform gravar-checkpoint
           .
       carregar-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
           move zero to sim-reprov
           move zero to sim-transf

           move spaces to wk-turma-leitura
           perform posicionar-mestre
           perform ler-prox-aluno

      *>    concluinte ja foi arquivado no ano em que concluiu
           perform until wk-fim-mestre = "S"
               if sit-transf-tmp <> "C" then
                   perform apurar-situacao-geral

                   if sit-transf-tmp = "T" then
                       add 1 to sim-transf
                   else
                       if situacao-aprovada then
                           add 1 to sim-aprov
                       else
                           add 1 to sim-reprov
                       end-if
                   end-if
               end-if

               perform ler-prox-aluno
           end-perform

           move space to wk-joblog-txt
      *>------------------------------------------------------------------------
       finaliza section.
           perform salvar-alunos
           close alunomst-file
           close frequen-file
           close operador-file
           close disciplina-file
           close notasdis-file
           close regras-file
           close conselho-file
           close profturm-file
           close turmas-file
           close chamada-file
           close respons-file
           close alunorsp-file
           close censoalu-file

           if wk-msn <> space then
               display tela-aviso
           exit.

      *>------------------------------------------------------------------------
      *>  descarrega o mestre de alunos no arquivo de trabalho e guarda a
      *>  copia como geracao de backup; o mestre indexado ja esta gravado
      *>  aluno a aluno, a copia serve a restauracao
      *>------------------------------------------------------------------------
       salvar-alunos section.
           move space to wk-msn
           open output alunos-trab-file

           if fs-alunos-trab <> "00" then
               move "Erro ao gravar ALUNOSWK.DAT - backup nao feito" to wk-msn
           else
               if wk-mestre-aberto = "S" then
                   move spaces to wk-turma-leitura
                   perform posicionar-mestre
                   perform ler-prox-aluno

                   perform until wk-fim-mestre = "S"
                       move mst-aluno           to  aluno-trb
                       move mst-endereco        to  endereco-trb
                       move mst-mae             to  mae-trb
                       move mst-pai             to  pai-trb
                       move mst-telefone        to  telefone-trb
                       move mst-turma           to  turma-trb
                       move mst-notas(1)        to  notas-trb(1)
                       move mst-notas(2)        to  notas-trb(2)
                       move mst-notas(3)        to  notas-trb(3)
                       move mst-notas(4)        to  notas-trb(4)
                       move mst-nota-rec        to  nota-rec-trb
                       move mst-exp-sit         to  exp-sit-trb
                       move mst-matr            to  matricula-trb
                       move mst-sit-transf      to  sit-transf-trb
                       move mst-data-transf     to  data-transf-trb
                       write alunos-trab-rec
                       if fs-alunos-trab <> "00" then
                           move "N" to wk-salvo-ok
                       end-if

                       perform ler-prox-aluno
                   end-perform
               end-if

               close alunos-trab-file
               if fs-alunos-trab <> "00" then

               if wk-salvo-ok = "S" then
                   perform rotacionar-backups
               else
                   move "Erro ao gravar ALUNOSWK.DAT - backup nao feito"
                       to wk-msn
               end-if
           end-if
           exit.

      *>------------------------------------------------------------------------
      *>  reaplica sobre a tabela de 100 vagas as transacoes do diario
      *>  que uma queda deixou para tras, antes da conversao
      *>------------------------------------------------------------------------
       recuperar-journal-alunos section.
           open input journal-file

      *>------------------------------------------------------------------------
      *>  esvazia o diario de transacoes: o conteudo ja esta incorporado
      *>  ao mestre indexado pela conversao
      *>------------------------------------------------------------------------
       truncar-journal section.
           open output journal-file

      *>------------------------------------------------------------------------
      *>  gira as geracoes de backup (BK1 mais recente, BK3 mais antiga),
      *>  guarda a copia recem descarregada do mestre como BK1 e atualiza
      *>  as datas no BACKCTRL.DAT
      *>------------------------------------------------------------------------
       rotacionar-backups section.
           call "CBL_DELETE_FILE" using wk-arq-bk3
               call "CBL_RENAME_FILE" using wk-arq-bk1 wk-arq-bk2
           end-if

           call "CBL_RENAME_FILE" using wk-arq-trab wk-arq-bk1
           if return-code <> zero then
               move "Erro ao guardar o backup - copia em ALUNOSWK.DAT"
                   to wk-msn
           else
      *>        desloca as datas junto com as geracoes; a geracao 1 e o
      *>        mestre ficam com a data desta gravacao
               move back-data(3) to back-data(4)
               move back-data(2) to back-data(3)
               move function current-date to wk-log-data-hora
               move wk-log-data-hora(1:14) to back-data(2)
               move wk-log-data-hora(1:14) to back-data(1)
               perform gravar-backctrl
           end-if
           open input backctrl-file

           if fs-backctrl = "00" then
               perform varying wk-back-i from 1 by 1 until wk-back-i > 5
                   read backctrl-file
                       at end
                           move spaces to backctrl-rec
           open output backctrl-file

           if fs-backctrl = "00" then
               perform varying wk-back-i from 1 by 1 until wk-back-i > 5
                   move back-data(wk-back-i) to backctrl-rec
                   write backctrl-rec
               end-perform

      *>------------------------------------------------------------------------
      *>  restauracao de uma geracao de backup: lista as geracoes com as
      *>  datas e refaz o mestre de alunos com a escolhida
      *>------------------------------------------------------------------------
       restaurar-backup section.
           move space to wk-msn
           exit.

      *>------------------------------------------------------------------------
      *>  copia a geracao escolhida para o ALUNOSWK.DAT e refaz com ela
      *>  o mestre de alunos
      *>------------------------------------------------------------------------
       executar-restauracao section.
           move "N"  to wk-mestre-refeito
           move zero to wk-rest-repet

           if wk-restaura-gen = 1 then
               move wk-arq-bk1 to wk-arq-restaura
           else
           if return-code <> zero then
               move "Geracao de backup inexistente" to wk-msn
           else
               divide wk-file-tamanho by 165
                   giving wk-conv-quoc remainder wk-conv-rem165

               if wk-conv-rem165 not = zero then
                   move "Geracao no layout antigo de 150 bytes" to wk-msn
               else
      *>        geracao de antes da conversao e copia da tabela antiga, sem
      *>        o excedente e com a frequencia ja passada para a matricula
               if  back-data(5) <> spaces
               and back-data(wk-restaura-gen + 1) < back-data(5) then
                   move "Geracao anterior a conversao do mestre" to wk-msn
               else
                   call "CBL_COPY_FILE" using wk-arq-restaura wk-arq-trab
                   if return-code <> zero then
                       move "Erro ao copiar o backup para ALUNOSWK.DAT"
                           to wk-msn
                   else
                       perform recarregar-mestre
                   end-if
               end-if
               end-if

      *>        refeito o mestre, a data de controle e o log acompanham
      *>        mesmo que a reabertura tenha falhado
               if wk-mestre-refeito = "S" then
      *>            o mestre passa a ter o conteudo da geracao
      *>            restaurada: a data de controle acompanha
                   move back-data(wk-restaura-gen + 1)
                       to back-data(1)
                   perform gravar-backctrl

                   move zero  to wk-log-cod
                   move space to wk-log-acao
                   string "Restauracao de backup - geracao " delimited by size
                          wk-restaura-gen                    delimited by size
                          into wk-log-acao
                   end-string
                   perform registrar-log

                   if wk-msn = space then
                       if wk-rest-repet = zero then
                           move "Backup restaurado e mestre refeito"
                               to wk-msn
                       else
      *>                    registro com matricula ja gravada fica de fora
                           move wk-rest-repet to wk-rest-repet-ed
                           string "Backup restaurado ("
                                                     delimited by size
                                  wk-rest-repet-ed   delimited by size
                                  " matr. repetidas ignoradas)"
                                                     delimited by size
                                  into wk-msn
                           end-string
                       end-if
                   end-if
               end-if
           end-if
           exit.

      *>------------------------------------------------------------------------
      *>  refaz o mestre de alunos com o conteudo do ALUNOSWK.DAT,
      *>  descarregado do proprio mestre; registro em branco fica de fora
      *>------------------------------------------------------------------------
       recarregar-mestre section.
           open input alunos-trab-file

           if fs-alunos-trab <> "00" then
               move "Erro ao ler ALUNOSWK.DAT" to wk-msn
           else
               close alunomst-file
               move "N" to wk-mestre-aberto
               open output alunomst-file

               if fs-alunomst <> "00" then
                   move "Erro ao refazer ALUNOMST.DAT" to wk-msn
               else
                   move "N" to wk-fim-hist
                   perform until wk-fim-hist = "S"
                       read alunos-trab-file
                           at end
                               move "S" to wk-fim-hist
                           not at end
                               if aluno-trb <> space then
                                   perform gravar-aluno-restaurado
                               end-if
                       end-read
                   end-perform
                   close alunomst-file
                   move "S" to wk-mestre-refeito
               end-if
               close alunos-trab-file

               open i-o alunomst-file
               if fs-alunomst <> "00" then
                   move "Erro ao abrir ALUNOMST.DAT" to wk-msn
               else
                   move "S" to wk-mestre-aberto
               end-if
           end-if
           .
       recarregar-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  grava no mestre o aluno lido da geracao de backup
      *>------------------------------------------------------------------------
       gravar-aluno-restaurado section.
           if  matricula-trb is numeric
           and matricula-trb > zero then
               move matricula-trb    to mst-matr
           else
               perform obter-prox-matricula
               move wk-ult-matricula to mst-matr
           end-if
           move aluno-trb            to mst-aluno
           move endereco-trb         to mst-endereco
           move mae-trb              to mst-mae
           move pai-trb              to mst-pai
           move telefone-trb         to mst-telefone
           move turma-trb            to mst-turma
           move notas-trb(1)         to mst-notas(1)
           move notas-trb(2)         to mst-notas(2)
           move notas-trb(3)         to mst-notas(3)
           move notas-trb(4)         to mst-notas(4)
           move nota-rec-trb         to mst-nota-rec
           move exp-sit-trb          to mst-exp-sit
           move sit-transf-trb       to mst-sit-transf
           if data-transf-trb is numeric then
               move data-transf-trb  to mst-data-transf
           else
               move zero             to mst-data-transf
           end-if

           write alunomst-rec
               invalid key
                   add 1 to wk-rest-repet
           end-write
           .
       gravar-aluno-restaurado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  limpa a tabela de 100 vagas antes da carga da conversao
      *>------------------------------------------------------------------------
       limpar-tabela-alunos section.
           perform varying ind from 1 by 1 until ind > 100
