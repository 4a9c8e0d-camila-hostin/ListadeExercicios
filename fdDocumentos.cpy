      *>------------------------------------------------------------------------
      *>  fdDocumentos.cpy
      *>  layout do registro de documentos emitidos (arqDocumentos.txt)
      *>  um registro por documento numerado - tipo M = declaração de
      *>  matrícula, T = declaração de transferência, C = certificado de
      *>  conclusão; guarda o nome, a turma e a situação do aluno na data
      *>  da emissão, para a conferência e a segunda via saírem iguais
      *>  ao documento original
      *>------------------------------------------------------------------------
       01 doc-registro.
           05 doc-numero                           pic  9(06).
           05 doc-tipo                             pic  x(01).
           05 doc-cod-aluno                        pic  9(06).
           05 doc-data-emissao                     pic  9(08).
           05 doc-operador                         pic  x(06).
           05 doc-aluno                            pic  x(25).
           05 doc-turma                            pic  x(10).
           05 doc-status-matricula                 pic  x(01).
           05 doc-data-status                      pic  9(08).
           05 doc-motivo-status                    pic  x(30).
           05 doc-qtd-vias                         pic  9(02).
           05 doc-data-ultima-via                  pic  9(08).
