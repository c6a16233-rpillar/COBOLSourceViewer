000800* SUGORD suggestion, relieved or deleted by PARTPST as
000900* receipts post against them, and reported by POLATE when
001000* they sit open past the vendor's promised lead time.
001025* every receipt is copied to the RCVHIST receipt history
001050* before it touches the record, so the order survives its
001075* own deletion for VNDSCR's vendor scorecard.
001100* field names carry the OPO- prefix so this copybook can
001200* sit beside PARTREC and VENDREC in one program without
001300* REPLACING gymnastics.
