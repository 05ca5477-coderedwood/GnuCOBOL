      *   buckets can be loaded and corrected month by month        *
      *   instead of regenerating the whole file.                   *
      *                                                             *
      *  The month's sales now come from the order system through   *
      *   ORDERLOAD; this program is kept for manual corrections    *
      *   to the buckets only.                                      *
      *                                                             *
      *  An ADD writes a new record with the given month's amount   *
      *   and the other eleven buckets zero; a CHANGE sets one      *
      *   month's bucket on an existing record; a DELETE removes    *
