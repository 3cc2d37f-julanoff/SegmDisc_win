%Module LOG_PURGE <main>;
*****************************************************************
*								*
* Copyright 2010 by IntraNet, Inc. All rights reserved.	*
*								*
* This Software is confidential and proprietary to IntraNet	*
* and it is protected by U.S. copyright law, other national	*
* copyright laws, and international treaties. The Software may	*
* not be disclosed or reproduced in whole or in part in any	*
* manner to any third party without the express prior written	*
* consent of IntraNet, Inc.					*
*								*
* This Software and its related Documentation are made		*
* available under the terms of the Software License		*
* and may not be used, reproduced or disclosed in any manner	*
* except as expressly authorized by the Software License. All	*
* other uses are strictly prohibited.				*
*								*
* This Software and its related Documentation are proprietary	*
* and confidential material of IntraNet, Inc.			*
*								*
*****************************************************************

* Retention housekeeping for the operational logs.
*
* One pass over each of the logs below, driven by the RETAIN: items,
* by ordinal, in the LOG_RETENTION_TABLES config union, values
*	<log>|<days>|<A or D>
* -- the log (its queue name, as below), the days an entry is kept
* (counted, as every purge here counts them, from the entry's
* Systime), and whether an expiring entry is archived before it is
* deleted (A) or just deleted (D).  A log with no RETAIN: item is not
* touched at all.
*
*	LKP_FAIL_LOG	LKP_PERF_LOG	REPET_USAGE	SI_APPLIED_LOG
*	DBT_EXPOSURE_LOG  ABA_NOBIC_LOG	CHNG_AUT_LOG	DBT_ACCT_SEL_LOG
*	REPET_BREACH_LOG  PAYEE_CHECK_LOG  TRAVEL_RULE_LOG INV_CASE_LOG
*	AML_ALERT_LOG	FEE_ACCRUAL_LOG	RMA_CHECK_LOG	WATCH_HIT_LOG
*	LIQ_ACTION_LOG
*
* CHNG_AUT_LOG (the OPR_ACTION_LOG operator action log), TRAVEL_RULE_LOG,
* INV_CASE_LOG, AML_ALERT_LOG and LIQ_ACTION_LOG (the operator and
* LIQ_RELEASE actions on the liquidity queue) are compliance records:
* they are always archived before they are deleted, whatever their
* RETAIN: item says, and are not deleted at all when the archive
* cannot be written.
*
* Expiring entries are archived to LOG_PURGE_ARCHIVE, which the job
* points at the dated archive file, one line per entry:
*	<log>|<run date>|<Systime>|<the entry's fields, "|"-separated>
* appended to what is already there and closed with a ZZTRAILER
* (count, zero hash) in the BY_LOGS_DMP layout.  Deletes are committed
* every /CHUNK=<n> entries (default 500), each chunk's archive lines
* being closed out to the file first, so a run that is stopped
* part-way is simply run again.  When the archive cannot be written
* the chunk in hand is backed out, nothing more is archived or
* deleted from an archived log, and the run returns a bad exit status.
* An entry locked by its writer is left for the next run.
*
* /REPORT_ONLY counts what would be archived and deleted and changes
* nothing.  The run report LOG_PURGE_OUTPUT shows, for every log, its
* retention, and the entries kept, archived, deleted and left locked.

* REVISION HISTORY
* ----------------
*
* R. Iverson	23-Nov-2010	CR13240
*	New module.
*
* R. Iverson	25-Jan-2011	CR13266
*	RMA_CHECK_LOG, WATCH_HIT_LOG and LIQ_ACTION_LOG purged with the
*	others; LIQ_ACTION_LOG is a compliance log.

*******************************************************************************

Environment Division.
Input-Output Section.
File-Control.
	Select ARC_FILE		Assign to "LOG_PURGE_ARCHIVE"
	       FILE STATUS IS Arc_file_stat
	       ORGANIZATION IS LINE SEQUENTIAL.
	Select LPG_RPT_FILE	Assign to "LOG_PURGE_OUTPUT"
	       ORGANIZATION IS LINE SEQUENTIAL.

Data Division.
File Section.

FD  ARC_FILE record 512 characters.
01  ARC_REC			Pic X(512).

FD  LPG_RPT_FILE record 132 characters.
01  LPG_RPT_REC			Pic X(132).

Working-Storage Section.

01 Arc_file_stat		pic XX value spaces.
01 Arc_open_sw			Pic X value "N".
   88 Arc_open			value "Y".
01 Arc_failed_sw		Pic X value "N".
   88 Arc_failed		value "Y".
01 Arc_needed_sw		Pic X value "N".
   88 Arc_needed		value "Y".
01 Report_only_sw		Pic X value "N".
   88 Report_only		value "Y".
01 Log_end_sw			Pic X value "N".
   88 Log_end			value "Y".
01 Del_ok_sw			Pic X value "N".
   88 Del_ok			value "Y".

01 Chunk_size_ws		pic 9(07) comp-5 value 500.
01 Chunk_del_ws			pic 9(07) comp-5 value zeroes.
01 Chunk_arc_ws			pic 9(07) comp-5 value zeroes.
01 Arc_line_count_ws		pic 9(09) comp-5 value zeroes.
01 Total_del_ws			pic 9(09) comp-5 value zeroes.
01 Total_arc_ws			pic 9(09) comp-5 value zeroes.
01 Age_days_ws			pic s9(05) comp-5 value zeroes.
01 Today_ws			Pic X(08) value spaces.
01 Log_op_ws			Pic X(01) value spaces.

* The logs, in the order they are purged, and whether each is a
* compliance record.
01 Log_name_values_ws.
   05 Filler	pic x(21) value "LKP_FAIL_LOG        N".
   05 Filler	pic x(21) value "LKP_PERF_LOG        N".
   05 Filler	pic x(21) value "REPET_USAGE         N".
   05 Filler	pic x(21) value "SI_APPLIED_LOG      N".
   05 Filler	pic x(21) value "DBT_EXPOSURE_LOG    N".
   05 Filler	pic x(21) value "ABA_NOBIC_LOG       N".
   05 Filler	pic x(21) value "CHNG_AUT_LOG        Y".
   05 Filler	pic x(21) value "DBT_ACCT_SEL_LOG    N".
   05 Filler	pic x(21) value "REPET_BREACH_LOG    N".
   05 Filler	pic x(21) value "PAYEE_CHECK_LOG     N".
   05 Filler	pic x(21) value "TRAVEL_RULE_LOG     Y".
   05 Filler	pic x(21) value "INV_CASE_LOG        Y".
   05 Filler	pic x(21) value "AML_ALERT_LOG       Y".
   05 Filler	pic x(21) value "FEE_ACCRUAL_LOG     N".
   05 Filler	pic x(21) value "RMA_CHECK_LOG       N".
   05 Filler	pic x(21) value "WATCH_HIT_LOG       N".
   05 Filler	pic x(21) value "LIQ_ACTION_LOG      Y".
01 Log_name_tbl_ws redefines Log_name_values_ws.
   05 Log_name_entry_ws		occurs 17 times.
      10 Log_name_ws			pic x(20).
      10 Log_compliance_ws		pic x(01).

* Each log's retention and the run's counts for it.
01 Log_tbl_ws.
   05 Log_entry_ws		occurs 17 times.
      10 Log_cfg_sw			pic x(01).
      10 Log_conn_sw			pic x(01).
      10 Log_days_ws			pic 9(05) comp-5.
      10 Log_arc_ws			pic x(01).
      10 Log_forced_sw			pic x(01).
      10 Log_kept_ws			pic 9(09) comp-5.
      10 Log_arc_cnt_ws			pic 9(09) comp-5.
      10 Log_del_ws			pic 9(09) comp-5.
      10 Log_lock_ws			pic 9(09) comp-5.
      10 Log_note_ws			pic x(40).
01 Log_count_ws			pic 9(02) comp-5 value 17.
01 Log_idx_ws			pic 9(02) comp-5 value zeroes.
01 Log_found_ws			pic 9(02) comp-5 value zeroes.
01 Log_chk_ws			pic x(20).

* Archive trailer, in the B95_FORMAT_TRAILER layout of by_logs_dmp.cob.
01 Tr_count_disp_ws		pic 9(09) usage display.
01 Tr_hash_disp_ws		pic 9(15)v9(3) usage display.

* STRING sending operands must be USAGE DISPLAY.
01 Lpg_days_d_ws		pic 9(05) usage display.
01 Lpg_kept_d_ws		pic 9(09) usage display.
01 Lpg_arc_d_ws			pic 9(09) usage display.
01 Lpg_del_d_ws			pic 9(09) usage display.
01 Lpg_lock_d_ws		pic 9(09) usage display.
01 Chunk_size_ws_d		pic 9(07) usage display.

01 Lpg_days_x_ws		Pic X(05).
01 Lpg_arc_x_ws			Pic X(07).
01 Report_line_ws		Pic X(132).

%def	<ACE>		%`SBJ_DD_PATH:ACE_FSECT.DDL`		%end

%def			%^ local fsect.

%^ The logs.  Each is connected at start-up; one that will not connect
%^ is reported and left alone.
Pur_lkp_fail_q:		que(	%`SBJ_DD_PATH:LKP_FAIL_LOG.DDF`);
Pur_lkp_perf_q:		que(	%`SBJ_DD_PATH:LKP_PERF_LOG.DDF`);
Pur_rep_usage_q:	que(	%`SBJ_DD_PATH:REPET_USAGE_LOG.DDF`);
Pur_si_applied_q:	que(	%`SBJ_DD_PATH:SI_APPLIED_LOG.DDF`);
Pur_dbt_exp_q:		que(	%`SBJ_DD_PATH:DBT_EXPOSURE_LOG.DDF`);
Pur_aba_nobic_q:	que(	%`SBJ_DD_PATH:ABA_NOBIC_LOG.DDF`);
Pur_opr_action_q:	que(	%`SBJ_DD_PATH:OPR_ACTION_LOG.DDF`);
Pur_acct_sel_q:		que(	%`SBJ_DD_PATH:DBT_ACCT_SEL_LOG.DDF`);
Pur_rep_breach_q:	que(	%`SBJ_DD_PATH:REPET_BREACH_LOG.DDF`);
Pur_payee_q:		que(	%`SBJ_DD_PATH:PAYEE_CHECK_LOG.DDF`);
Pur_travel_q:		que(	%`SBJ_DD_PATH:TRAVEL_RULE_LOG.DDF`);
Pur_inv_case_q:		que(	%`SBJ_DD_PATH:INV_CASE_LOG.DDF`);
Pur_aml_alert_q:	que(	%`SBJ_DD_PATH:AML_ALERT_LOG.DDF`);
Pur_fee_accr_q:		que(	%`SBJ_DD_PATH:FEE_ACCRUAL_LOG.DDF`);
Pur_rma_chk_q:		que(	%`SBJ_DD_PATH:RMA_CHECK_LOG.DDF`);
Pur_watch_hit_q:	que(	%`SBJ_DD_PATH:WATCH_HIT_LOG.DDF`);
Pur_liq_action_q:	que(	%`SBJ_DD_PATH:LIQ_ACTION_LOG.DDF`);
Pur_conn_sts:		Boolean;

%^ One entry, as it goes to the archive.
Pur_text_vs:		vstr(480);
Pur_compose:		Compose(^NOTRAILING_BLANKS);

%^ LOG_RETENTION_TABLES lookups.
Cfg_union_key_ws:	rec (%`SBJ_DD_PATH:CFG_ID_REC.DDF`);
Cfg_item_key_ws:	vstr(25);
Cfg_item_type_ws:	vstr(16);
Cfg_data_ws:		vstr(256);
Cfg_ordinal_ws:		word;
Cfg_errmsg_ws:		vstr(80);
Cfg_cfg_status:		Boolean;
Cfg_log_vs:		vstr(20);
Cfg_days_vs:		vstr(5);
Cfg_arc_vs:		vstr(1);
Cfg_parse:		Parse(^NOTRAP);

Return_argument_ws:	vstr(20);
Return_status:		boolean;

%end

%Linkage

01 abort_ls			%long.

%Procedure returning abort_ls.

A00_MAIN.

	Move 0 to abort_ls.

	Perform A10_SBJ_INIT thru A10_SBJ_INIT_end.
	Perform A20_GET_QUALIFIERS thru A20_GET_QUALIFIERS_end.
	Perform A30_LOAD_RETENTION thru A30_LOAD_RETENTION_end.

	If Arc_needed and not Report_only
	    Perform A40_OPEN_ARCHIVE thru A40_OPEN_ARCHIVE_end
	End-if.

	Perform B10_PURGE_ONE_LOG thru B10_PURGE_ONE_LOG_end
		varying Log_idx_ws from 1 by 1
		until Log_idx_ws > Log_count_ws.

	If Arc_open
	    Move Arc_line_count_ws to Tr_count_disp_ws
	    Move zero to Tr_hash_disp_ws
	    Move spaces to ARC_REC
	    String "ZZTRAILER " Tr_count_disp_ws " " Tr_hash_disp_ws
		    delimited by size into ARC_REC
	    Write ARC_REC
	    Close ARC_FILE
	    If Arc_file_stat not = "00"
		Display "%LOG_PURGE-E-ARCWRITE, LOG_PURGE_ARCHIVE trailer"
			" not written, status " Arc_file_stat
		Move 1 to abort_ls
	    End-if
	End-if.

	Open Output LPG_RPT_FILE.
	Perform C50_WRITE_REPORT thru C50_WRITE_REPORT_end.
	Close LPG_RPT_FILE.

	%^*********************************************************************
	%^* LOG_PURGE$_COUNT  /I ${1} log entries archived, ${2} deleted.
	%^*********************************************************************
	call "NEX_CREATE_AND_BROADCAST_MSG" using
		  by content   Z"LOG_PURGE$_COUNT"
		  by value -1
		  %ace_msg_arg_list(Total_arc_ws, Total_del_ws);

A00_MAIN_END.
	%Exit Program;.


A10_SBJ_INIT.
%^ Connect the logs, noting which would not.

	call "DAT_CONN_ROOT".

	Call "NEX_GET_YYYYMMDD" using
	    by reference Today_ws.

	Perform A15_CLEAR_LOG thru A15_CLEAR_LOG_end
		varying Log_idx_ws from 1 by 1
		until Log_idx_ws > Log_count_ws.

	%ACE_CONN_Q "MTS"////"LKP_FAIL_LOG" to Pur_lkp_fail_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(1)
	End-if.
	%ACE_CONN_Q "MTS"////"LKP_PERF_LOG" to Pur_lkp_perf_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(2)
	End-if.
	%ACE_CONN_Q "MTS"////"REPET_USAGE" to Pur_rep_usage_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(3)
	End-if.
	%ACE_CONN_Q "MTS"////"SI_APPLIED_LOG" to Pur_si_applied_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(4)
	End-if.
	%ACE_CONN_Q "MTS"////"DBT_EXPOSURE_LOG" to Pur_dbt_exp_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(5)
	End-if.
	%ACE_CONN_Q "MTS"////"ABA_NOBIC_LOG" to Pur_aba_nobic_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(6)
	End-if.
	%ACE_CONN_Q "MTS"////"CHNG_AUT_LOG" to Pur_opr_action_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(7)
	End-if.
	%ACE_CONN_Q "MTS"////"DBT_ACCT_SEL_LOG" to Pur_acct_sel_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(8)
	End-if.
	%ACE_CONN_Q "MTS"////"REPET_BREACH_LOG" to Pur_rep_breach_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(9)
	End-if.
	%ACE_CONN_Q "MTS"////"PAYEE_CHECK_LOG" to Pur_payee_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(10)
	End-if.
	%ACE_CONN_Q "MTS"////"TRAVEL_RULE_LOG" to Pur_travel_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(11)
	End-if.
	%ACE_CONN_Q "MTS"////"INV_CASE_LOG" to Pur_inv_case_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(12)
	End-if.
	%ACE_CONN_Q "MTS"////"AML_ALERT_LOG" to Pur_aml_alert_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(13)
	End-if.
	%ACE_CONN_Q "MTS"////"FEE_ACCRUAL_LOG" to Pur_fee_accr_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(14)
	End-if.
	%ACE_CONN_Q "MTS"////"RMA_CHECK_LOG" to Pur_rma_chk_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(15)
	End-if.
	%ACE_CONN_Q "MTS"////"WATCH_HIT_LOG" to Pur_watch_hit_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(16)
	End-if.
	%ACE_CONN_Q "MTS"////"LIQ_ACTION_LOG" to Pur_liq_action_q giving Pur_conn_sts;
	If Success_is in Pur_conn_sts
	    Move "Y" to Log_conn_sw(17)
	End-if.

A10_SBJ_INIT_end.
	Exit.


A15_CLEAR_LOG.

	Move "N" to Log_cfg_sw(Log_idx_ws),
		    Log_conn_sw(Log_idx_ws),
		    Log_forced_sw(Log_idx_ws).
	Move spaces to Log_arc_ws(Log_idx_ws),
		       Log_note_ws(Log_idx_ws).
	Move zero to Log_days_ws(Log_idx_ws),
		     Log_kept_ws(Log_idx_ws),
		     Log_arc_cnt_ws(Log_idx_ws),
		     Log_del_ws(Log_idx_ws),
		     Log_lock_ws(Log_idx_ws).

A15_CLEAR_LOG_end.
	Exit.


A20_GET_QUALIFIERS.
%^ /CHUNK=<n> - deletes committed together.  Default 500.
%^ /REPORT_ONLY - count, change nothing.

	Call "ACE_ARG_FIND" using
	      by content "-chunk:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
		Move Return_argument_ws(1:Return_argument_ws_length)
			to Chunk_size_ws
	End-if.
	If Chunk_size_ws = zero
	    Move 500 to Chunk_size_ws
	End-if.

	Call "ACE_ARG_FIND" using
	      by content "-report_o*nly:",
	      by content    "C",
	      by value     20
	      by reference Return_argument_ws,
	      by reference Return_argument_ws_length,
	      by reference OMITTED,
	      by reference OMITTED,
	      returning Return_status.

	If success_is in Return_status
		Move "Y" to Report_only_sw
	End-if.

A20_GET_QUALIFIERS_end.
	Exit.


A30_LOAD_RETENTION.
%^ The RETAIN: items, ordinal by ordinal.

	%beg
	Cfg_union_key_ws(.Idname = "LOG_RETENTION_TABLES",
			 .Idprod = "MTS",
			 .Idbank = null,
			 .Idloc  = null,
			 .Idcust = null);
	Cfg_item_key_ws = "RETAIN:";
	Cfg_ordinal_ws = <1>;
	Cfg_item_type_ws = "VSTR(80)";
	%end.

	Perform A35_LOAD_ONE_RETAIN thru A35_LOAD_ONE_RETAIN_end.
	Perform until Failure_is in Cfg_cfg_status
	    Add 1 to Cfg_ordinal_ws
	    Perform A35_LOAD_ONE_RETAIN thru A35_LOAD_ONE_RETAIN_end
	End-perform.

A30_LOAD_RETENTION_end.
	Exit.


A35_LOAD_ONE_RETAIN.
%^ Fetch one RETAIN: item at the current ordinal and file it against
%^ its log.  A compliance log is always archived.

	Call "CFG_GET_ITEM" USING
		BY Reference Idname of Cfg_union_key_ws
		BY Reference Idprod of Cfg_union_key_ws
		BY Reference Idbank of Cfg_union_key_ws
		BY Reference Idloc of Cfg_union_key_ws
		BY Reference Idcust of Cfg_union_key_ws
		BY Reference Cfg_item_key_ws
		By Reference Cfg_ordinal_ws
		By Reference Cfg_item_type_ws
		By Reference Cfg_data_ws
		By Reference Cfg_data_ws_length
		By Reference Cfg_errmsg_ws
		By Reference Cfg_errmsg_ws_length
	RETURNING Cfg_cfg_status.

	If Failure_is in Cfg_cfg_status
	    Go to A35_LOAD_ONE_RETAIN_end
	End-if.

	%beg
	Cfg_parse ^in(Cfg_data_ws), Cfg_log_vs, "|", Cfg_days_vs, "|",
		Cfg_arc_vs, ^SPACE, /;
	%end.

	If Failure_is in Cfg_parse_status
	  or Cfg_log_vs_length = 0
	  or Cfg_days_vs_length = 0
	    Display "%LOG_PURGE-W-BADRETAIN, RETAIN: item "
		    Cfg_data_ws(1:Cfg_data_ws_length) " ignored"
	    Go to A35_LOAD_ONE_RETAIN_end
	End-if.

	If Cfg_days_vs(1:Cfg_days_vs_length) not numeric
	    Display "%LOG_PURGE-W-BADRETAIN, RETAIN: item "
		    Cfg_data_ws(1:Cfg_data_ws_length) " ignored"
	    Go to A35_LOAD_ONE_RETAIN_end
	End-if.

	Move spaces to Log_chk_ws.
	Move Cfg_log_vs(1:Cfg_log_vs_length) to Log_chk_ws.
	Move zero to Log_found_ws.
	Perform varying Log_idx_ws from 1 by 1
		until Log_idx_ws > Log_count_ws
	    If Log_name_ws(Log_idx_ws) = Log_chk_ws
		Move Log_idx_ws to Log_found_ws
		Move 18 to Log_idx_ws
	    End-if
	End-perform.

	If Log_found_ws = zero
	    Display "%LOG_PURGE-W-NOLOG, RETAIN: item for unknown log "
		    Log_chk_ws " ignored"
	    Go to A35_LOAD_ONE_RETAIN_end
	End-if.

* A log is never emptied by a zero retention.
	Move Cfg_days_vs(1:Cfg_days_vs_length) to Log_days_ws(Log_found_ws).
	If Log_days_ws(Log_found_ws) = zero
	    Display "%LOG_PURGE-W-BADRETAIN, RETAIN: item "
		    Cfg_data_ws(1:Cfg_data_ws_length) " ignored"
	    Go to A35_LOAD_ONE_RETAIN_end
	End-if.

	Move "Y" to Log_cfg_sw(Log_found_ws).
	Move "D" to Log_arc_ws(Log_found_ws).
	If Cfg_arc_vs_length > 0
	  and Cfg_arc_vs(1:1) = "A"
	    Move "A" to Log_arc_ws(Log_found_ws)
	End-if.

	If Log_compliance_ws(Log_found_ws) = "Y"
	  and Log_arc_ws(Log_found_ws) not = "A"
	    Move "A" to Log_arc_ws(Log_found_ws)
	    Move "Y" to Log_forced_sw(Log_found_ws)
	End-if.

	If Log_arc_ws(Log_found_ws) = "A"
	    Move "Y" to Arc_needed_sw
	End-if.

A35_LOAD_ONE_RETAIN_end.
	Exit.


A40_OPEN_ARCHIVE.
%^ Append to the archive; the first run against a new dated file
%^ creates it.

	Open Extend ARC_FILE.
	If Arc_file_stat = "35"
	    Open Output ARC_FILE
	End-if.

	If Arc_file_stat = "00"
	    Move "Y" to Arc_open_sw
	Else
	    Display "%LOG_PURGE-E-NOARCHIVE, cannot open LOG_PURGE_ARCHIVE,"
		    " status " Arc_file_stat " - archived logs not purged"
	    Move 1 to abort_ls
	End-if.

A40_OPEN_ARCHIVE_end.
	Exit.


B10_PURGE_ONE_LOG.
%^ Walk one log from the front, archiving and deleting what has
%^ expired.  After each chunk is committed the walk starts again from
%^ the front, so what is still kept and locked is counted afresh.

	Evaluate true
	    when Log_cfg_sw(Log_idx_ws) not = "Y"
		Move "NO RETENTION - NOT PURGED" to Log_note_ws(Log_idx_ws)
		Go to B10_PURGE_ONE_LOG_end

	    when Log_conn_sw(Log_idx_ws) not = "Y"
		Move "QUEUE NOT AVAILABLE" to Log_note_ws(Log_idx_ws)
		Display "%LOG_PURGE-W-NOQUEUE, cannot connect "
			Log_name_ws(Log_idx_ws)
		Go to B10_PURGE_ONE_LOG_end

	    when Log_arc_ws(Log_idx_ws) = "A"
	      and not Report_only
	      and not Arc_open
		Move "NO ARCHIVE - NOT PURGED" to Log_note_ws(Log_idx_ws)
		Go to B10_PURGE_ONE_LOG_end

	    when Log_forced_sw(Log_idx_ws) = "Y"
		Move "ARCHIVE FORCED - COMPLIANCE LOG"
			to Log_note_ws(Log_idx_ws)

	    when other
		Continue
	End-evaluate.

	Move zero to Chunk_del_ws, Chunk_arc_ws.
	Move "F" to Log_op_ws.
	Perform X20_LOG_OP thru X20_LOG_OP_end.

	Perform until Log_end or Arc_failed
	    Perform C10_ONE_ENTRY thru C10_ONE_ENTRY_end
	End-perform.

	If Chunk_del_ws > 0
	  and not Arc_failed
	    Perform C20_END_CHUNK thru C20_END_CHUNK_end
	End-if.

	If Arc_failed
	    Move "ARCHIVE FAILED - PURGE STOPPED" to Log_note_ws(Log_idx_ws)
	End-if.

B10_PURGE_ONE_LOG_end.
	Exit.


C10_ONE_ENTRY.
%^ The entry under the cursor: keep it, or archive and delete it.
%^ Its fields are formatted for the archive before the delete, and
%^ written only once the delete has gone through, so an entry left
%^ locked is not archived twice.

	If Age_days_ws not > Log_days_ws(Log_idx_ws)
	    Add 1 to Log_kept_ws(Log_idx_ws)
	    Move "N" to Log_op_ws
	    Perform X20_LOG_OP thru X20_LOG_OP_end
	    Go to C10_ONE_ENTRY_end
	End-if.

	If Report_only
	    Add 1 to Log_del_ws(Log_idx_ws), Total_del_ws
	    If Log_arc_ws(Log_idx_ws) = "A"
		Add 1 to Log_arc_cnt_ws(Log_idx_ws), Total_arc_ws
	    End-if
	    Move "N" to Log_op_ws
	    Perform X20_LOG_OP thru X20_LOG_OP_end
	    Go to C10_ONE_ENTRY_end
	End-if.

	If Log_arc_ws(Log_idx_ws) = "A"
	    Move "X" to Log_op_ws
	    Perform X20_LOG_OP thru X20_LOG_OP_end
	End-if.

	Move "N" to Del_ok_sw.
	Move "D" to Log_op_ws.
	Perform X20_LOG_OP thru X20_LOG_OP_end.

	If not Del_ok
	    Add 1 to Log_lock_ws(Log_idx_ws)
	    Move "N" to Log_op_ws
	    Perform X20_LOG_OP thru X20_LOG_OP_end
	    Go to C10_ONE_ENTRY_end
	End-if.

	Add 1 to Log_del_ws(Log_idx_ws), Total_del_ws, Chunk_del_ws.

	If Log_arc_ws(Log_idx_ws) = "A"
	    Perform X30_WRITE_ARCHIVE thru X30_WRITE_ARCHIVE_end
	    If Arc_failed
		Go to C10_ONE_ENTRY_end
	    End-if
	End-if.

	If Chunk_del_ws < Chunk_size_ws
	    Move "N" to Log_op_ws
	    Perform X20_LOG_OP thru X20_LOG_OP_end
	    Go to C10_ONE_ENTRY_end
	End-if.

	Perform C20_END_CHUNK thru C20_END_CHUNK_end.
	If Arc_failed
	    Go to C10_ONE_ENTRY_end
	End-if.

	Move zero to Log_kept_ws(Log_idx_ws), Log_lock_ws(Log_idx_ws).
	Move "F" to Log_op_ws.
	Perform X20_LOG_OP thru X20_LOG_OP_end.

C10_ONE_ENTRY_end.
	Exit.


C20_END_CHUNK.
%^ Close the chunk's archive lines out to the file, then commit its
%^ deletes.  An archive that will not close and reopen backs the chunk
%^ out.

	If Log_arc_ws(Log_idx_ws) = "A"
	    Close ARC_FILE
	    If Arc_file_stat not = "00"
		Move "N" to Arc_open_sw
		Perform C30_BACK_OUT_CHUNK thru C30_BACK_OUT_CHUNK_end
		Go to C20_END_CHUNK_end
	    End-if
	    Open Extend ARC_FILE
	    If Arc_file_stat not = "00"
		Move "N" to Arc_open_sw
		Perform C30_BACK_OUT_CHUNK thru C30_BACK_OUT_CHUNK_end
		Go to C20_END_CHUNK_end
	    End-if
	End-if.

	%beg COMMIT: Tran; %end.
	Move zero to Chunk_del_ws, Chunk_arc_ws.

C20_END_CHUNK_end.
	Exit.


C30_BACK_OUT_CHUNK.
%^ The archive has failed: the chunk's deletes are cancelled and taken
%^ back out of the counts.

	%beg CANCEL: Tran; %end.

	Subtract Chunk_del_ws from Log_del_ws(Log_idx_ws), Total_del_ws.
	Subtract Chunk_arc_ws from Log_arc_cnt_ws(Log_idx_ws), Total_arc_ws.
	Move zero to Chunk_del_ws, Chunk_arc_ws.
	Move "Y" to Arc_failed_sw.
	Move 1 to abort_ls.

	Display "%LOG_PURGE-E-ARCWRITE, LOG_PURGE_ARCHIVE write failed,"
		" status " Arc_file_stat " - " Log_name_ws(Log_idx_ws)
		" chunk backed out, no further archived log purged".

C30_BACK_OUT_CHUNK_end.
	Exit.


C50_WRITE_REPORT.

	Move spaces to Report_line_ws.
	String "LOG_PURGE run of " Today_ws
		delimited by size into Report_line_ws.
	If Report_only
	    String "LOG_PURGE run of " Today_ws
		    " - REPORT ONLY, nothing archived or deleted"
		    delimited by size into Report_line_ws
	End-if.
	Write LPG_RPT_REC from Report_line_ws.

	Move Chunk_size_ws to Chunk_size_ws_d.
	Move spaces to Report_line_ws.
	String "Deletes committed every " Chunk_size_ws_d " entries"
		delimited by size into Report_line_ws.
	Write LPG_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	Write LPG_RPT_REC from Report_line_ws.

	Move spaces to Report_line_ws.
	String "Log                  Days  Archive  Kept      Archived"
		"  Deleted   Locked    Note"
		delimited by size into Report_line_ws.
	Write LPG_RPT_REC from Report_line_ws.

	Perform varying Log_idx_ws from 1 by 1
		until Log_idx_ws > Log_count_ws
	    Perform C55_REPORT_ONE_LOG thru C55_REPORT_ONE_LOG_end
	End-perform.

	Move spaces to Report_line_ws.
	Write LPG_RPT_REC from Report_line_ws.

	Move Total_arc_ws to Lpg_arc_d_ws.
	Move Total_del_ws to Lpg_del_d_ws.
	Move spaces to Report_line_ws.
	String "Total archived " Lpg_arc_d_ws "  deleted " Lpg_del_d_ws
		delimited by size into Report_line_ws.
	Write LPG_RPT_REC from Report_line_ws.

	If Arc_failed
	    Move spaces to Report_line_ws
	    String "*** LOG_PURGE_ARCHIVE could not be written -"
		    " rerun once it is available"
		    delimited by size into Report_line_ws
	    Write LPG_RPT_REC from Report_line_ws
	End-if.

C50_WRITE_REPORT_end.
	Exit.


C55_REPORT_ONE_LOG.

	Move spaces to Lpg_days_x_ws, Lpg_arc_x_ws.
	If Log_cfg_sw(Log_idx_ws) = "Y"
	    Move Log_days_ws(Log_idx_ws) to Lpg_days_d_ws
	    Move Lpg_days_d_ws to Lpg_days_x_ws
	    If Log_arc_ws(Log_idx_ws) = "A"
		Move "YES" to Lpg_arc_x_ws
	    Else
		Move "NO" to Lpg_arc_x_ws
	    End-if
	End-if.

	Move Log_kept_ws(Log_idx_ws) to Lpg_kept_d_ws.
	Move Log_arc_cnt_ws(Log_idx_ws) to Lpg_arc_d_ws.
	Move Log_del_ws(Log_idx_ws) to Lpg_del_d_ws.
	Move Log_lock_ws(Log_idx_ws) to Lpg_lock_d_ws.

	Move spaces to Report_line_ws.
	String Log_name_ws(Log_idx_ws) " " Lpg_days_x_ws " "
		Lpg_arc_x_ws "  " Lpg_kept_d_ws " " Lpg_arc_d_ws " "
		Lpg_del_d_ws " " Lpg_lock_d_ws " "
		Log_note_ws(Log_idx_ws)
		delimited by size into Report_line_ws.
	Write LPG_RPT_REC from Report_line_ws.

C55_REPORT_ONE_LOG_end.
	Exit.


X20_LOG_OP.
%^ Log_op_ws against the log Log_idx_ws: F first, N next, D delete
%^ (Del_ok_sw set when it goes through), X format the entry into
%^ Pur_text_vs.  After F and N, Log_end_sw and the entry's age.

	Evaluate Log_idx_ws
	    when 1
		Perform E01_LKP_FAIL_LOG thru E01_LKP_FAIL_LOG_end
	    when 2
		Perform E02_LKP_PERF_LOG thru E02_LKP_PERF_LOG_end
	    when 3
		Perform E03_REPET_USAGE thru E03_REPET_USAGE_end
	    when 4
		Perform E04_SI_APPLIED_LOG thru E04_SI_APPLIED_LOG_end
	    when 5
		Perform E05_DBT_EXPOSURE_LOG thru E05_DBT_EXPOSURE_LOG_end
	    when 6
		Perform E06_ABA_NOBIC_LOG thru E06_ABA_NOBIC_LOG_end
	    when 7
		Perform E07_CHNG_AUT_LOG thru E07_CHNG_AUT_LOG_end
	    when 8
		Perform E08_DBT_ACCT_SEL_LOG thru E08_DBT_ACCT_SEL_LOG_end
	    when 9
		Perform E09_REPET_BREACH_LOG thru E09_REPET_BREACH_LOG_end
	    when 10
		Perform E10_PAYEE_CHECK_LOG thru E10_PAYEE_CHECK_LOG_end
	    when 11
		Perform E11_TRAVEL_RULE_LOG thru E11_TRAVEL_RULE_LOG_end
	    when 12
		Perform E12_INV_CASE_LOG thru E12_INV_CASE_LOG_end
	    when 13
		Perform E13_AML_ALERT_LOG thru E13_AML_ALERT_LOG_end
	    when 14
		Perform E14_FEE_ACCRUAL_LOG thru E14_FEE_ACCRUAL_LOG_end
	    when 15
		Perform E15_RMA_CHECK_LOG thru E15_RMA_CHECK_LOG_end
	    when 16
		Perform E16_WATCH_HIT_LOG thru E16_WATCH_HIT_LOG_end
	    when 17
		Perform E17_LIQ_ACTION_LOG thru E17_LIQ_ACTION_LOG_end
	    when other
		Move "Y" to Log_end_sw
	End-evaluate.

X20_LOG_OP_end.
	Exit.


X30_WRITE_ARCHIVE.
%^ One archive line for the entry just deleted.

	Move spaces to ARC_REC.
	String Log_name_ws(Log_idx_ws) delimited by space
		"|" Today_ws "|" delimited by size
		Pur_text_vs(1:Pur_text_vs_length) delimited by size
		into ARC_REC.
	Write ARC_REC.

	If Arc_file_stat not = "00"
	    Perform C30_BACK_OUT_CHUNK thru C30_BACK_OUT_CHUNK_end
	    Go to X30_WRITE_ARCHIVE_end
	End-if.

	Add 1 to Arc_line_count_ws, Chunk_arc_ws,
		 Log_arc_cnt_ws(Log_idx_ws), Total_arc_ws.

X30_WRITE_ARCHIVE_end.
	Exit.


E01_LKP_FAIL_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_lkp_fail_q; %end
	    when "N"
		%beg NEXT: Pur_lkp_fail_q; %end
	    when "D"
		%beg
		DELETE: Pur_lkp_fail_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_lkp_fail_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E01_LKP_FAIL_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_lkp_fail_q.Systime, "|", Pur_lkp_fail_q.Idtype, "|",
		    Pur_lkp_fail_q.Id_key, "|", Pur_lkp_fail_q.Bank, "|",
		    Pur_lkp_fail_q.Outcome, / ;
		%end
		Go to E01_LKP_FAIL_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_lkp_fail_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_lkp_fail_q
	      returning Age_days_ws
	End-if.

E01_LKP_FAIL_LOG_end.
	Exit.


E02_LKP_PERF_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_lkp_perf_q; %end
	    when "N"
		%beg NEXT: Pur_lkp_perf_q; %end
	    when "D"
		%beg
		DELETE: Pur_lkp_perf_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_lkp_perf_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E02_LKP_PERF_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_lkp_perf_q.Systime, "|", Pur_lkp_perf_q.Entry_name, "|",
		    Pur_lkp_perf_q.Bank, "|", Pur_lkp_perf_q.Call_count, "|",
		    Pur_lkp_perf_q.Total_msec, "|", Pur_lkp_perf_q.Max_msec, / ;
		%end
		Go to E02_LKP_PERF_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_lkp_perf_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_lkp_perf_q
	      returning Age_days_ws
	End-if.

E02_LKP_PERF_LOG_end.
	Exit.


E03_REPET_USAGE.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_rep_usage_q; %end
	    when "N"
		%beg NEXT: Pur_rep_usage_q; %end
	    when "D"
		%beg
		DELETE: Pur_rep_usage_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_rep_usage_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E03_REPET_USAGE_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_rep_usage_q.Systime, "|", Pur_rep_usage_q.Rep_key, "|",
		    Pur_rep_usage_q.Bank, "|", Pur_rep_usage_q.Dbt_id, "|",
		    Pur_rep_usage_q.Trn_date, "|", Pur_rep_usage_q.Trn_num, / ;
		%end
		Go to E03_REPET_USAGE_end
	End-evaluate.

	If Seq_end_is in Pur_rep_usage_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_rep_usage_q
	      returning Age_days_ws
	End-if.

E03_REPET_USAGE_end.
	Exit.


E04_SI_APPLIED_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_si_applied_q; %end
	    when "N"
		%beg NEXT: Pur_si_applied_q; %end
	    when "D"
		%beg
		DELETE: Pur_si_applied_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_si_applied_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E04_SI_APPLIED_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_si_applied_q.Systime, "|",
		    Pur_si_applied_q.Trn_date, "|",
		    Pur_si_applied_q.Trn_num, "|",
		    Pur_si_applied_q.Bank, "|",
		    Pur_si_applied_q.Source, "|",
		    Pur_si_applied_q.Si_ordinal, "|",
		    Pur_si_applied_q.Si_subtype, "|",
		    Pur_si_applied_q.Old_idtype, "|",
		    Pur_si_applied_q.Old_id, "|",
		    Pur_si_applied_q.New_idtype, "|",
		    Pur_si_applied_q.New_id, / ;
		%end
		Go to E04_SI_APPLIED_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_si_applied_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_si_applied_q
	      returning Age_days_ws
	End-if.

E04_SI_APPLIED_LOG_end.
	Exit.


E05_DBT_EXPOSURE_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_dbt_exp_q; %end
	    when "N"
		%beg NEXT: Pur_dbt_exp_q; %end
	    when "D"
		%beg
		DELETE: Pur_dbt_exp_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_dbt_exp_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E05_DBT_EXPOSURE_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_dbt_exp_q.Systime, "|", Pur_dbt_exp_q.Exp_key, "|",
		    Pur_dbt_exp_q.Bank, "|", Pur_dbt_exp_q.Amount, "|",
		    Pur_dbt_exp_q.Trn_date, "|", Pur_dbt_exp_q.Trn_num, / ;
		%end
		Go to E05_DBT_EXPOSURE_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_dbt_exp_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_dbt_exp_q
	      returning Age_days_ws
	End-if.

E05_DBT_EXPOSURE_LOG_end.
	Exit.


E06_ABA_NOBIC_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_aba_nobic_q; %end
	    when "N"
		%beg NEXT: Pur_aba_nobic_q; %end
	    when "D"
		%beg
		DELETE: Pur_aba_nobic_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_aba_nobic_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E06_ABA_NOBIC_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_aba_nobic_q.Systime, "|", Pur_aba_nobic_q.Aba_id, "|",
		    Pur_aba_nobic_q.Bank, "|", Pur_aba_nobic_q.Trn_date, "|",
		    Pur_aba_nobic_q.Trn_num, / ;
		%end
		Go to E06_ABA_NOBIC_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_aba_nobic_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_aba_nobic_q
	      returning Age_days_ws
	End-if.

E06_ABA_NOBIC_LOG_end.
	Exit.


E07_CHNG_AUT_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_opr_action_q; %end
	    when "N"
		%beg NEXT: Pur_opr_action_q; %end
	    when "D"
		%beg
		DELETE: Pur_opr_action_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_opr_action_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E07_CHNG_AUT_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_opr_action_q.Systime, "|",
		    Pur_opr_action_q.Person, "|",
		    Pur_opr_action_q.File_Type, "|",
		    Pur_opr_action_q.Dat_Func, "|",
		    Pur_opr_action_q.File_key, "|",
		    Pur_opr_action_q.Memo, / ;
		%end
		Go to E07_CHNG_AUT_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_opr_action_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_opr_action_q
	      returning Age_days_ws
	End-if.

E07_CHNG_AUT_LOG_end.
	Exit.


E08_DBT_ACCT_SEL_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_acct_sel_q; %end
	    when "N"
		%beg NEXT: Pur_acct_sel_q; %end
	    when "D"
		%beg
		DELETE: Pur_acct_sel_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_acct_sel_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E08_DBT_ACCT_SEL_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_acct_sel_q.Systime, "|", Pur_acct_sel_q.Trn_date, "|",
		    Pur_acct_sel_q.Trn_num, "|", Pur_acct_sel_q.Bank, "|",
		    Pur_acct_sel_q.Sel_account, "|",
		    Pur_acct_sel_q.Cand_account, / ;
		%end
		Go to E08_DBT_ACCT_SEL_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_acct_sel_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_acct_sel_q
	      returning Age_days_ws
	End-if.

E08_DBT_ACCT_SEL_LOG_end.
	Exit.


E09_REPET_BREACH_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_rep_breach_q; %end
	    when "N"
		%beg NEXT: Pur_rep_breach_q; %end
	    when "D"
		%beg
		DELETE: Pur_rep_breach_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_rep_breach_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E09_REPET_BREACH_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_rep_breach_q.Systime, "|",
		    Pur_rep_breach_q.Trn_key, "|",
		    Pur_rep_breach_q.Rep_key, "|",
		    Pur_rep_breach_q.Bank, "|",
		    Pur_rep_breach_q.Trn_date, "|",
		    Pur_rep_breach_q.Trn_num, "|",
		    Pur_rep_breach_q.Breach_type, "|",
		    Pur_rep_breach_q.Amount, "|",
		    Pur_rep_breach_q.Currency, "|",
		    Pur_rep_breach_q.Dbt_id, "|",
		    Pur_rep_breach_q.Cdt_id, / ;
		%end
		Go to E09_REPET_BREACH_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_rep_breach_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_rep_breach_q
	      returning Age_days_ws
	End-if.

E09_REPET_BREACH_LOG_end.
	Exit.


E10_PAYEE_CHECK_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_payee_q; %end
	    when "N"
		%beg NEXT: Pur_payee_q; %end
	    when "D"
		%beg
		DELETE: Pur_payee_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_payee_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E10_PAYEE_CHECK_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_payee_q.Systime, "|", Pur_payee_q.Trn_key, "|",
		    Pur_payee_q.Bank, "|", Pur_payee_q.Trn_date, "|",
		    Pur_payee_q.Trn_num, "|", Pur_payee_q.Src_code, "|",
		    Pur_payee_q.Cdt_idtype, "|", Pur_payee_q.Cdt_id, "|",
		    Pur_payee_q.Score, "|", Pur_payee_q.Outcome, "|",
		    Pur_payee_q.Msg_name, "|", Pur_payee_q.File_name, / ;
		%end
		Go to E10_PAYEE_CHECK_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_payee_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_payee_q
	      returning Age_days_ws
	End-if.

E10_PAYEE_CHECK_LOG_end.
	Exit.


E11_TRAVEL_RULE_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_travel_q; %end
	    when "N"
		%beg NEXT: Pur_travel_q; %end
	    when "D"
		%beg
		DELETE: Pur_travel_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_travel_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E11_TRAVEL_RULE_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_travel_q.Systime, "|", Pur_travel_q.Trn_key, "|",
		    Pur_travel_q.Bank, "|", Pur_travel_q.Trn_date, "|",
		    Pur_travel_q.Trn_num, "|", Pur_travel_q.Src_code, "|",
		    Pur_travel_q.Outcome, "|", Pur_travel_q.Missing, "|",
		    Pur_travel_q.Amount, "|", Pur_travel_q.Currency, / ;
		%end
		Go to E11_TRAVEL_RULE_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_travel_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_travel_q
	      returning Age_days_ws
	End-if.

E11_TRAVEL_RULE_LOG_end.
	Exit.


E12_INV_CASE_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_inv_case_q; %end
	    when "N"
		%beg NEXT: Pur_inv_case_q; %end
	    when "D"
		%beg
		DELETE: Pur_inv_case_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_inv_case_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E12_INV_CASE_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_inv_case_q.Systime, "|", Pur_inv_case_q.Case_key, "|",
		    Pur_inv_case_q.Person, "|", Pur_inv_case_q.Action, "|",
		    Pur_inv_case_q.Memo, / ;
		%end
		Go to E12_INV_CASE_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_inv_case_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_inv_case_q
	      returning Age_days_ws
	End-if.

E12_INV_CASE_LOG_end.
	Exit.


E13_AML_ALERT_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_aml_alert_q; %end
	    when "N"
		%beg NEXT: Pur_aml_alert_q; %end
	    when "D"
		%beg
		DELETE: Pur_aml_alert_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_aml_alert_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E13_AML_ALERT_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_aml_alert_q.Systime, "|",
		    Pur_aml_alert_q.Alert_key, "|",
		    Pur_aml_alert_q.Scan_date, "|",
		    Pur_aml_alert_q.Bank, "|",
		    Pur_aml_alert_q.Dbt_idtype, "|",
		    Pur_aml_alert_q.Dbt_account, "|",
		    Pur_aml_alert_q.Score, "|",
		    Pur_aml_alert_q.Rules, "|",
		    Pur_aml_alert_q.Win_count, "|",
		    Pur_aml_alert_q.Win_amount, "|",
		    Pur_aml_alert_q.Base_count, "|",
		    Pur_aml_alert_q.Near_count, "|",
		    Pur_aml_alert_q.New_cdt_count, "|",
		    Pur_aml_alert_q.Trn_count, "|",
		    Pur_aml_alert_q.Trn_list, / ;
		%end
		Go to E13_AML_ALERT_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_aml_alert_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_aml_alert_q
	      returning Age_days_ws
	End-if.

E13_AML_ALERT_LOG_end.
	Exit.


E14_FEE_ACCRUAL_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_fee_accr_q; %end
	    when "N"
		%beg NEXT: Pur_fee_accr_q; %end
	    when "D"
		%beg
		DELETE: Pur_fee_accr_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_fee_accr_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E14_FEE_ACCRUAL_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_fee_accr_q.Systime, "|",
		    Pur_fee_accr_q.Trn_key, "|",
		    Pur_fee_accr_q.Bank, "|",
		    Pur_fee_accr_q.Accrual_date, "|",
		    Pur_fee_accr_q.Dbt_account, "|",
		    Pur_fee_accr_q.Tran_type, "|",
		    Pur_fee_accr_q.Src_code, "|",
		    Pur_fee_accr_q.Fee_key, "|",
		    Pur_fee_accr_q.Category, "|",
		    Pur_fee_accr_q.Currency, "|",
		    Pur_fee_accr_q.Amount, "|",
		    Pur_fee_accr_q.Fee, / ;
		%end
		Go to E14_FEE_ACCRUAL_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_fee_accr_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_fee_accr_q
	      returning Age_days_ws
	End-if.

E14_FEE_ACCRUAL_LOG_end.
	Exit.


E15_RMA_CHECK_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_rma_chk_q; %end
	    when "N"
		%beg NEXT: Pur_rma_chk_q; %end
	    when "D"
		%beg
		DELETE: Pur_rma_chk_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_rma_chk_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E15_RMA_CHECK_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_rma_chk_q.Systime, "|",
		    Pur_rma_chk_q.Trn_key, "|",
		    Pur_rma_chk_q.Bank, "|",
		    Pur_rma_chk_q.Trn_date, "|",
		    Pur_rma_chk_q.Trn_num, "|",
		    Pur_rma_chk_q.Src_code, "|",
		    Pur_rma_chk_q.Bic, "|",
		    Pur_rma_chk_q.Category, "|",
		    Pur_rma_chk_q.Outcome, "|",
		    Pur_rma_chk_q.Reason, "|",
		    Pur_rma_chk_q.Amount, "|",
		    Pur_rma_chk_q.Currency, / ;
		%end
		Go to E15_RMA_CHECK_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_rma_chk_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_rma_chk_q
	      returning Age_days_ws
	End-if.

E15_RMA_CHECK_LOG_end.
	Exit.


E16_WATCH_HIT_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_watch_hit_q; %end
	    when "N"
		%beg NEXT: Pur_watch_hit_q; %end
	    when "D"
		%beg
		DELETE: Pur_watch_hit_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_watch_hit_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E16_WATCH_HIT_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_watch_hit_q.Systime, "|",
		    Pur_watch_hit_q.Party_key, "|",
		    Pur_watch_hit_q.Bank, "|",
		    Pur_watch_hit_q.Idtype, "|",
		    Pur_watch_hit_q.Party_id, "|",
		    Pur_watch_hit_q.Name, "|",
		    Pur_watch_hit_q.Outcome, "|",
		    Pur_watch_hit_q.Release, "|",
		    Pur_watch_hit_q.Case_key, "|",
		    Pur_watch_hit_q.Status, "|",
		    Pur_watch_hit_q.Cleared_by, / ;
		%end
		Go to E16_WATCH_HIT_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_watch_hit_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_watch_hit_q
	      returning Age_days_ws
	End-if.

E16_WATCH_HIT_LOG_end.
	Exit.


E17_LIQ_ACTION_LOG.

	Evaluate Log_op_ws
	    when "F"
		%beg FIRST: Pur_liq_action_q; %end
	    when "N"
		%beg NEXT: Pur_liq_action_q; %end
	    when "D"
		%beg
		DELETE: Pur_liq_action_q (notrap, insert_lock, nomod_wait);
		%end
		If success_is in Pur_liq_action_q_status
		    Move "Y" to Del_ok_sw
		End-if
		Go to E17_LIQ_ACTION_LOG_end
	    when other
		%beg
		Pur_compose ^OUT(Pur_text_vs)
		    Pur_liq_action_q.Systime, "|",
		    Pur_liq_action_q.Trn_key, "|",
		    Pur_liq_action_q.Bank, "|",
		    Pur_liq_action_q.Currency, "|",
		    Pur_liq_action_q.Action, "|",
		    Pur_liq_action_q.Person, "|",
		    Pur_liq_action_q.Old_priority, "|",
		    Pur_liq_action_q.New_priority, "|",
		    Pur_liq_action_q.Memo, / ;
		%end
		Go to E17_LIQ_ACTION_LOG_end
	End-evaluate.

	If Seq_end_is in Pur_liq_action_q_cursor
	    Move "Y" to Log_end_sw
	Else
	    Move "N" to Log_end_sw
	    Call "NEX_DAYS_SINCE" using
		by reference Systime of Pur_liq_action_q
	      returning Age_days_ws
	End-if.

E17_LIQ_ACTION_LOG_end.
	Exit.
