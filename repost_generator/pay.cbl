                                   LIMITE      BY RAW-LIMITE
                                   CONTA-STATUS BY RAW-CONTA-STATUS
                                   CONTA-AGENCIA BY RAW-CONTA-AGENCIA
                                   CONTA-CLIENTE BY RAW-CONTA-CLIENTE
                                   CONTA-DATA-ENCERR
                                      BY RAW-CONTA-DATA-ENCERR.

       SD  SORT-WORK.
           COPY CONTAREC REPLACING CONTA-FIELD BY SORT-REC
                                   LIMITE      BY SR-LIMITE
                                   CONTA-STATUS BY SR-CONTA-STATUS
                                   CONTA-AGENCIA BY SR-CONTA-AGENCIA
                                   CONTA-CLIENTE BY SR-CONTA-CLIENTE
                                   CONTA-DATA-ENCERR
                                      BY SR-CONTA-DATA-ENCERR.

       FD  SORTED-REC  RECORDING MODE F.
           COPY CONTAREC.
