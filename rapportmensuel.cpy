                                WHEN 2
                                    ADD mv_ecart TO mensuelVol
                                WHEN 4
                                WHEN 5
                                    ADD mv_ecart TO mensuelRetoursF
                                WHEN OTHER
                                    ADD mv_ecart TO mensuelErreur
