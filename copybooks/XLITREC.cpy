      *> Control-file record for the single-byte transliteration
      *> table (XLITCF) used by TRUNCXLIT.  One row per multi-byte
      *> character the legacy receivers need spelled out.  The source
      *> character is keyed as the hex of its UTF-8 bytes ("C3A9" for
      *> e-acute, "C39F" for sharp s) rather than the character itself
      *> -- that is exactly how TRUNCXLIT-RPT prints an unmapped one,
      *> so the exception line can be copied straight into a new row,
      *> and no editor can quietly re-encode the key.  The target is
      *> one to four single-byte characters ("e", "ss"); a row whose
      *> target is blank is warned about and ignored.
           05  XL-SOURCE-HEX           PIC X(8).
           05  XL-TARGET-CHARS         PIC X(4).
           05  XL-DESCRIPTION          PIC X(30).
