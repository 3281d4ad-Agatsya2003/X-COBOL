           select pd19200 assign to disk wid-pd19200
                organization        is indexed
                access mode         is dynamic
                record key          is f19200-chave =
                                       f19200-Type-texto
                                       f19200-id-texto
                                       f19200-idioma
                lock mode           is manual
                file status         is ws-AccessResult.
