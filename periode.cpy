                            PERFORM VERIFIER_STATUT_FICHIER
                            DISPLAY "Periode ", pv_mois,
                                " verrouillee"
                            *>Le mois verrouillé a son ticket Z
                            *>archivé et signé
                            PERFORM ARCHIVER_Z_MOIS
                        NOT INVALID KEY
                            DISPLAY "Cette periode est deja ",
                                "verrouillee (depuis le ",
