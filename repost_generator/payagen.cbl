                                   LIMITE      BY NEW-LIMITE
                                   CONTA-STATUS BY NEW-CONTA-STATUS
                                   CONTA-AGENCIA BY NEW-CONTA-AGENCIA
                                   CONTA-CLIENTE BY NEW-CONTA-CLIENTE
                                   CONTA-DATA-ENCERR
                                      BY NEW-CONTA-DATA-ENCERR.

       FD  AUDIT-IN    RECORDING MODE F.
           COPY PAYAUD.
